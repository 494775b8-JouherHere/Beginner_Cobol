      ***************************************************
      * COBOL PROGRAM TO WITHDRAW A STUDENT WHO IS      *
      * LEAVING BEFORE GRADUATION. THE LEAVING DATE AND *
      * REASON ARE TAKEN AND A CLEARANCE CHECK IS RUN - *
      * NO OUTSTANDING BALANCE ON FEEBAL.DAT, NO MARK   *
      * AMENDMENT ON MARKAMND.DAT STILL APPROVED AND    *
      * WAITING FOR AMNDPOST, NOTHING OWING ON THE      *
      * FEECHG.DAT/FEEPAY.DAT LEDGERS (WHICH CATCH      *
      * CHARGES AND REVERSALS NOT YET POSTED TO         *
      * FEEBAL), AND NO LIBRARY BOOK STILL ON LOAN ON   *
      * LIBLOAN.DAT. ONLY A CLEARED STUDENT IS          *
      * WITHDRAWN - A TRANSFER CERTIFICATE IS PRINTED   *
      * TO TRANCERT.RPT WITH THE LAST TERMHIST.DAT      *
      * RESULTS AND THE ATTSUMM.DAT ATTENDANCE, THE     *
      * STUDENT IS MOVED FROM THE MASTER TO LEAVERS.DAT *
      * WITH THE REASON CODE AND CERTIFICATE NUMBER,    *
      * THE CURRENT MARKDETL.DAT MARKS GO AS ON A       *
      * DELETE, AND A WITHDR AUDIT RECORD IS WRITTEN.   *
      * TERM HISTORY, ATTENDANCE AND FEE RECORDS STAY   *
      * FOR REPRINTS AND ARE EXCUSED BY INTEGCHK. A     *
      * CERTIFICATE CAN BE REPRINTED, MARKED DUPLICATE, *
      * FROM THE LEAVERS FILE. THE SESSION STARTS WITH  *
      * AN OPRSIGN SIGN-ON, NEEDS UPDATE AUTHORITY TO   *
      * WITHDRAW AND KEEPS THE SAME SYSLOCK.DAT         *
      * DISCIPLINE AS STUDMAINT.                        *
      ***************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. STUDWDRW.
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
           SELECT MARK-DETAIL-FILE ASSIGN TO 'MARKDETL.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MD-KEY
               FILE STATUS IS WS-MARKDETL-STATUS.
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
           SELECT FEE-CHARGES ASSIGN TO 'FEECHG.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FEECHG-STATUS.
           SELECT FEE-PAYMENTS ASSIGN TO 'FEEPAY.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FEEPAY-STATUS.
           SELECT AMENDMENT-FILE ASSIGN TO 'MARKAMND.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AMND-STATUS.
           SELECT LOAN-FILE ASSIGN TO 'LIBLOAN.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LB-ACCESSION
               FILE STATUS IS WS-LIBLOAN-STATUS.
           SELECT TERM-HISTORY ASSIGN TO 'TERMHIST.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-TERMHIST-STATUS.
           SELECT LEAVERS-FILE ASSIGN TO 'LEAVERS.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-LEAVERS-STATUS.
           SELECT AUDIT-LOG ASSIGN TO 'AUDITLOG.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.
           SELECT SYS-LOCK ASSIGN TO 'SYSLOCK.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SYSLOCK-STATUS.
           SELECT CERT-FILE ASSIGN TO 'TRANCERT.RPT'
               ORGANIZATION IS SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  STUDENT-MASTER
           LABEL RECORDS ARE STANDARD.
       COPY "recmod.cpy".

       FD  SUBJECT-MASTER
           LABEL RECORDS ARE STANDARD.
       COPY "subjrec.cpy".

       FD  MARK-DETAIL-FILE
           LABEL RECORDS ARE STANDARD.
       COPY "markdetl.cpy".

       FD  ATT-SUMMARY
           LABEL RECORDS ARE STANDARD.
       COPY "attsumm.cpy".

       FD  FEE-BALANCE
           LABEL RECORDS ARE STANDARD.
       COPY "feebal.cpy".

       FD  FEE-CHARGES
           LABEL RECORDS ARE STANDARD.
       COPY "feechg.cpy".

       FD  FEE-PAYMENTS
           LABEL RECORDS ARE STANDARD.
       COPY "feepay.cpy".

       FD  AMENDMENT-FILE
           LABEL RECORDS ARE STANDARD.
       COPY "markamnd.cpy".

       FD  LOAN-FILE
           LABEL RECORDS ARE STANDARD.
       COPY "libloan.cpy".

       FD  TERM-HISTORY
           LABEL RECORDS ARE STANDARD.
       COPY "termhist.cpy".

       FD  LEAVERS-FILE
           LABEL RECORDS ARE STANDARD.
       COPY "leavers.cpy".

       FD  AUDIT-LOG
           LABEL RECORDS ARE STANDARD.
       COPY "auditrec.cpy".

       FD  SYS-LOCK
           LABEL RECORDS ARE STANDARD.
       COPY "syslock.cpy".

       FD  CERT-FILE
           LABEL RECORDS ARE STANDARD.
       01 CERT-LINE PIC X(60).

       WORKING-STORAGE SECTION.
       77 WS-STUDMAST-STATUS PIC XX VALUE '00'.
       77 WS-SUBJMAST-STATUS PIC XX VALUE '00'.
       77 WS-MARKDETL-STATUS PIC XX VALUE '00'.
       77 WS-ATTSUMM-STATUS PIC XX VALUE '00'.
       77 WS-FEEBAL-STATUS PIC XX VALUE '00'.
       77 WS-FEECHG-STATUS PIC XX VALUE '00'.
       77 WS-FEEPAY-STATUS PIC XX VALUE '00'.
       77 WS-AMND-STATUS PIC XX VALUE '00'.
       77 WS-LIBLOAN-STATUS PIC XX VALUE '00'.
       77 WS-TERMHIST-STATUS PIC XX VALUE '00'.
       77 WS-LEAVERS-STATUS PIC XX VALUE '00'.
       77 WS-AUDIT-STATUS PIC XX VALUE '00'.
       77 WS-SYSLOCK-STATUS PIC XX VALUE '00'.
       77 WS-EOF-FLAG PIC X VALUE 'N'.
       77 WS-SUBJ-EOF-FLAG PIC X VALUE 'N'.
       77 WS-SUBJ-IDX PIC 9 VALUE ZERO.
       77 WS-CHOICE PIC 9 VALUE ZERO.
       77 WS-FOUND-FLAG PIC X VALUE 'N'.
       77 WS-TARGET-ROLLNO PIC 9(6) VALUE ZERO.
       77 WS-ENTRY-VALID-FLAG PIC X VALUE 'N'.
       77 WS-CONFIRM PIC X VALUE SPACE.
       77 WS-BATCH-ACTIVE PIC X VALUE 'N'.
       77 WS-HELD-LOCK PIC X VALUE 'N'.
       77 WS-LOCK-DATE PIC 9(8) VALUE ZERO.
       77 WS-UPDATE-ALLOWED PIC X VALUE 'N'.
       77 WS-RUN-DATE PIC 9(8) VALUE ZERO.
       77 WS-STUDENT-NAME PIC A(8) VALUE SPACES.
       77 WS-STUDENT-CLASS PIC 9(2) VALUE ZERO.
       77 WS-STUDENT-SECTION PIC X VALUE SPACE.
       77 WS-LEAVE-DATE PIC 9(8) VALUE ZERO.
       77 WS-REASON-CODE PIC X VALUE SPACE.
       77 WS-REASON-TEXT PIC X(20) VALUE SPACES.
       77 WS-TC-NO PIC 9(6) VALUE ZERO.
       77 WS-TC-DATE PIC 9(8) VALUE ZERO.
       77 WS-PRESENT-DAYS PIC 9(3) VALUE ZERO.
       77 WS-TOTAL-DAYS PIC 9(3) VALUE ZERO.
       77 WS-DUPLICATE-FLAG PIC X VALUE 'N'.
       77 WS-HOLD-COUNT PIC 9 VALUE ZERO.
       77 WS-FEEBAL-DUE PIC 9(7)V99 VALUE ZERO.
       77 WS-AMND-PENDING PIC 9(3) VALUE ZERO.
       77 WS-LEDGER-CHARGES PIC 9(7)V99 VALUE ZERO.
       77 WS-LEDGER-PAYMENTS PIC S9(7)V99 VALUE ZERO.
       77 WS-LEDGER-BALANCE PIC S9(7)V99 VALUE ZERO.
       77 WS-BOOKS-ON-LOAN PIC 9(3) VALUE ZERO.
       77 WS-TERM-FOUND PIC X VALUE 'N'.
       77 WS-LAST-TERM PIC X(6) VALUE SPACES.
       77 WS-LAST-AVERAGE PIC 9(3) VALUE ZERO.
       77 WS-LAST-GRADE PIC X VALUE SPACE.
       77 WS-CERT-COUNT PIC 9(3) VALUE ZERO.
       77 WS-LEAVER-COUNT PIC 9(5) VALUE ZERO.

       COPY "oprparm.cpy".

       COPY "subjtabl.cpy".

       COPY "valparm.cpy".

       COPY "splparm.cpy".

       01 WS-LAST-MARK-COLS.
            02 WS-LAST-MARK-COL OCCURS 6 TIMES.
                 03 WS-LAST-MARK PIC 9(3).
                 03 FILLER PIC X.

       01 WS-BEFORE-DATA.
            02 WS-BEFORE-MARK1 PIC 9(3).
            02 WS-BEFORE-MARK2 PIC 9(3).
            02 WS-BEFORE-MARK3 PIC 9(3).

       01 WS-TIMESTAMP.
            02 WS-TS-DATE PIC 9(8).
            02 WS-TS-TIME PIC 9(8).

       01 WS-TC-RULE-LINE.
            02 FILLER PIC X(50) VALUE ALL '='.

       01 WS-TC-HEAD-LINE.
            02 FILLER PIC X(26) VALUE
               'TRANSFER CERTIFICATE      '.
            02 FILLER PIC X(8) VALUE 'TC NO.: '.
            02 WS-TC-HEAD-NO PIC 9(6).
            02 WS-TC-DUP-TEXT PIC X(10).

       01 WS-TC-ISSUE-LINE.
            02 FILLER PIC X(15) VALUE 'DATE OF ISSUE: '.
            02 WS-TC-ISSUE-DATE PIC 9(8).

       01 WS-TC-STUDENT-LINE.
            02 FILLER PIC X(9) VALUE 'STUDENT: '.
            02 WS-TC-NAME PIC X(8).
            02 FILLER PIC X(13) VALUE '   ROLL NO.: '.
            02 WS-TC-ROLLNO PIC 9(6).

       01 WS-TC-CLASS-LINE.
            02 FILLER PIC X(40) VALUE
               'WAS ON THE ROLL OF THIS SCHOOL IN CLASS '.
            02 WS-TC-CLASS PIC 9(2).
            02 FILLER PIC X(9) VALUE ' SECTION '.
            02 WS-TC-SECTION PIC X.

       01 WS-TC-LEFT-LINE.
            02 FILLER PIC X(23) VALUE 'AND LEFT THE SCHOOL ON '.
            02 WS-TC-LEAVE-DATE PIC 9(8).
            02 FILLER PIC X VALUE '.'.

       01 WS-TC-REASON-LINE.
            02 FILLER PIC X(20) VALUE 'REASON FOR LEAVING: '.
            02 WS-TC-REASON-CODE PIC X.
            02 FILLER PIC X(3) VALUE ' - '.
            02 WS-TC-REASON-TEXT PIC X(20).

       01 WS-TC-TERM-LINE.
            02 FILLER PIC X(36) VALUE
               'RESULTS OF THE LAST TERM ON RECORD: '.
            02 WS-TC-TERM-ID PIC X(6).

       01 WS-TC-MARK-LINE.
            02 FILLER PIC X(4) VALUE SPACES.
            02 WS-TC-SUBJ-NAME PIC X(8).
            02 FILLER PIC X(4) VALUE SPACES.
            02 WS-TC-MARK PIC 9(3).

       01 WS-TC-AVERAGE-LINE.
            02 FILLER PIC X(16) VALUE '    AVERAGE     '.
            02 WS-TC-AVERAGE PIC 9(3).
            02 FILLER PIC X(9) VALUE '   GRADE '.
            02 WS-TC-GRADE PIC X.

       01 WS-TC-ATTEND-LINE.
            02 FILLER PIC X(20) VALUE 'ATTENDANCE: PRESENT '.
            02 WS-TC-PRESENT PIC 9(3).
            02 FILLER PIC X(4) VALUE ' OF '.
            02 WS-TC-TOTAL PIC 9(3).
            02 FILLER PIC X(7) VALUE ' DAYS ('.
            02 WS-TC-ATT-PCT PIC 9(3).
            02 FILLER PIC X(2) VALUE '%)'.

       PROCEDURE DIVISION.
       MAIN-PARA.
           CALL 'OPRSIGN' USING SGN-RESULT.
           IF SGN-PASS-FLAG NOT = 'Y'
               STOP RUN
           END-IF.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           PERFORM LOAD-SUBJECT-TABLE.
           PERFORM ACQUIRE-ONLINE-LOCK.
           OPEN OUTPUT CERT-FILE.
           PERFORM UNTIL WS-CHOICE = 4
               PERFORM DISPLAY-MENU
               ACCEPT WS-CHOICE
               EVALUATE WS-CHOICE
                   WHEN 1 PERFORM CHECK-UPDATE-ALLOWED
                          IF WS-UPDATE-ALLOWED = 'Y'
                              PERFORM WITHDRAW-STUDENT
                          END-IF
                   WHEN 2 PERFORM REPRINT-TRANSFER-CERT
                   WHEN 3 PERFORM LIST-LEAVERS
                   WHEN 4 DISPLAY 'EXITING STUDENT WITHDRAWAL'
                   WHEN OTHER DISPLAY 'INVALID CHOICE, TRY AGAIN'
               END-EVALUATE
           END-PERFORM.
           CLOSE CERT-FILE.
           IF WS-CERT-COUNT > ZERO
               MOVE 'TRANCERT.RPT' TO SPL-REQ-REPORT
               MOVE 60 TO SPL-REQ-RECLEN
               CALL 'RPTSPOOL' USING SPL-REQUEST SPL-RESULT
               DISPLAY 'TRANSFER CERTIFICATES PRINTED: '
                   WS-CERT-COUNT
           END-IF.
           PERFORM RELEASE-ONLINE-LOCK.
           STOP RUN.

       ACQUIRE-ONLINE-LOCK.
           PERFORM READ-SYS-LOCK.
           IF WS-BATCH-ACTIVE = 'N'
               ACCEPT WS-LOCK-DATE FROM DATE YYYYMMDD
               OPEN OUTPUT SYS-LOCK
               MOVE 'O' TO LOCK-FLAG
               MOVE WS-LOCK-DATE TO LOCK-DATE
               WRITE SYSLOCK-RECORD
               CLOSE SYS-LOCK
               MOVE 'Y' TO WS-HELD-LOCK
           END-IF.

       RELEASE-ONLINE-LOCK.
           IF WS-HELD-LOCK = 'Y'
               OPEN OUTPUT SYS-LOCK
               MOVE SPACE TO LOCK-FLAG
               MOVE ZERO TO LOCK-DATE
               WRITE SYSLOCK-RECORD
               CLOSE SYS-LOCK
               MOVE 'N' TO WS-HELD-LOCK
           END-IF.

       READ-SYS-LOCK.
           MOVE 'N' TO WS-BATCH-ACTIVE.
           OPEN INPUT SYS-LOCK.
           IF WS-SYSLOCK-STATUS = '00'
               READ SYS-LOCK
                   AT END MOVE SPACE TO LOCK-FLAG
               END-READ
               CLOSE SYS-LOCK
               IF LOCK-FLAG = 'B'
                   MOVE 'Y' TO WS-BATCH-ACTIVE
               END-IF
           END-IF.

       CHECK-UPDATE-ALLOWED.
           MOVE 'N' TO WS-UPDATE-ALLOWED.
           IF SGN-AUTHORITY = 'I'
               DISPLAY 'UPDATE AUTHORITY REQUIRED - INQUIRY ONLY'
           ELSE
               PERFORM CHECK-BATCH-LOCK
               IF WS-BATCH-ACTIVE = 'N'
                   MOVE 'Y' TO WS-UPDATE-ALLOWED
               END-IF
           END-IF.

       CHECK-BATCH-LOCK.
           PERFORM READ-SYS-LOCK.
           IF WS-BATCH-ACTIVE = 'Y'
               DISPLAY 'NIGHTLY BATCH IN PROGRESS - WITHDRAWAL '
                   'NOT ALLOWED'
           ELSE
               IF WS-HELD-LOCK = 'N'
                   PERFORM ACQUIRE-ONLINE-LOCK
               END-IF
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

       DISPLAY-MENU.
           DISPLAY ' '.
           DISPLAY 'STUDENT WITHDRAWAL'.
           DISPLAY '1. WITHDRAW A STUDENT'.
           DISPLAY '2. REPRINT A TRANSFER CERTIFICATE'.
           DISPLAY '3. LIST LEAVERS'.
           DISPLAY '4. EXIT'.
           DISPLAY 'ENTER CHOICE: '.

       WITHDRAW-STUDENT.
           DISPLAY 'ENTER ROLLNO TO WITHDRAW: '.
           ACCEPT WS-TARGET-ROLLNO.
           PERFORM READ-STUDENT-RECORD.
           IF WS-FOUND-FLAG = 'N'
               DISPLAY 'ROLLNO ' WS-TARGET-ROLLNO
                   ' NOT ON STUDENT-MASTER'
           ELSE
               DISPLAY 'STUDENT: ' WS-STUDENT-NAME ' CLASS '
                   WS-STUDENT-CLASS ' SECTION ' WS-STUDENT-SECTION
               PERFORM ACCEPT-LEAVING-DETAILS
               PERFORM RUN-CLEARANCE-CHECK
               IF WS-HOLD-COUNT > ZERO
                   DISPLAY 'CLEARANCE REFUSED - ' WS-HOLD-COUNT
                       ' ITEM(S) OUTSTANDING, STUDENT NOT WITHDRAWN'
               ELSE
                   DISPLAY 'CLEARANCE PASSED - NOTHING OUTSTANDING'
                   PERFORM CONFIRM-AND-POST-WITHDRAWAL
               END-IF
           END-IF.

       READ-STUDENT-RECORD.
           MOVE 'N' TO WS-FOUND-FLAG.
           OPEN INPUT STUDENT-MASTER.
           IF WS-STUDMAST-STATUS = '00'
               MOVE WS-TARGET-ROLLNO TO ROLLNO
               READ STUDENT-MASTER
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 'Y' TO WS-FOUND-FLAG
                       MOVE STUDNAME TO WS-STUDENT-NAME
                       MOVE STUD-CLASS TO WS-STUDENT-CLASS
                       MOVE STUD-SECTION TO WS-STUDENT-SECTION
               END-READ
               CLOSE STUDENT-MASTER
           END-IF.

       ACCEPT-LEAVING-DETAILS.
           MOVE 'N' TO WS-ENTRY-VALID-FLAG.
           PERFORM UNTIL WS-ENTRY-VALID-FLAG = 'Y'
               DISPLAY 'ENTER LEAVING DATE YYYYMMDD: '
               ACCEPT WS-LEAVE-DATE
               MOVE 'D' TO VAL-RULE-TYPE
               MOVE WS-LEAVE-DATE TO VAL-NUM-VALUE
               CALL 'VALEDIT' USING VAL-REQUEST VAL-RESULT
               IF VAL-PASS-FLAG = 'N'
                   DISPLAY VAL-REASON ' - TRY AGAIN'
               ELSE
                   MOVE 'Y' TO WS-ENTRY-VALID-FLAG
               END-IF
           END-PERFORM.
           MOVE 'N' TO WS-ENTRY-VALID-FLAG.
           PERFORM UNTIL WS-ENTRY-VALID-FLAG = 'Y'
               DISPLAY 'ENTER REASON CODE (T = TRANSFER, R = '
                   'RELOCATION, F = FINANCIAL, M = MEDICAL, '
                   'O = OTHER): '
               ACCEPT WS-REASON-CODE
               IF WS-REASON-CODE = 'T' OR WS-REASON-CODE = 'R'
                       OR WS-REASON-CODE = 'F'
                       OR WS-REASON-CODE = 'M'
                       OR WS-REASON-CODE = 'O'
                   MOVE 'Y' TO WS-ENTRY-VALID-FLAG
               ELSE
                   DISPLAY 'REASON CODE MUST BE T, R, F, M OR O - '
                       'TRY AGAIN'
               END-IF
           END-PERFORM.
           DISPLAY 'ENTER REASON DETAIL (UP TO 20 CHARACTERS): '.
           ACCEPT WS-REASON-TEXT.

      ***************************************************
      * EVERY HOLD IS LISTED BEFORE THE VERDICT SO THE  *
      * OFFICE CAN CLEAR THEM ALL IN ONE PASS.          *
      ***************************************************
       RUN-CLEARANCE-CHECK.
           MOVE ZERO TO WS-HOLD-COUNT.
           DISPLAY '------------------------------------------'.
           DISPLAY 'CLEARANCE CHECK FOR ROLLNO ' WS-TARGET-ROLLNO.
           PERFORM CHECK-FEE-BALANCE.
           PERFORM CHECK-PENDING-AMENDMENTS.
           PERFORM CHECK-LEDGER-BALANCE.
           PERFORM CHECK-LIBRARY-LOANS.
           DISPLAY '------------------------------------------'.

       CHECK-FEE-BALANCE.
           MOVE ZERO TO WS-FEEBAL-DUE.
           OPEN INPUT FEE-BALANCE.
           IF WS-FEEBAL-STATUS = '00'
               MOVE WS-TARGET-ROLLNO TO FB-ROLLNO
               READ FEE-BALANCE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF FB-CHARGES > FB-PAYMENTS
                           COMPUTE WS-FEEBAL-DUE =
                               FB-CHARGES - FB-PAYMENTS
                       END-IF
               END-READ
               CLOSE FEE-BALANCE
           END-IF.
           IF WS-FEEBAL-DUE > ZERO
               ADD 1 TO WS-HOLD-COUNT
               DISPLAY 'HOLD: FEE BALANCE OUTSTANDING '
                   WS-FEEBAL-DUE
           ELSE
               DISPLAY 'FEE BALANCE:       CLEAR'
           END-IF.

       CHECK-PENDING-AMENDMENTS.
           MOVE ZERO TO WS-AMND-PENDING.
           MOVE 'N' TO WS-EOF-FLAG.
           OPEN INPUT AMENDMENT-FILE.
           IF WS-AMND-STATUS = '00'
               PERFORM READ-AMENDMENT
               PERFORM UNTIL WS-EOF-FLAG = 'Y'
                   IF AMND-ROLLNO = WS-TARGET-ROLLNO
                           AND AMND-STATUS = 'A'
                       ADD 1 TO WS-AMND-PENDING
                   END-IF
                   PERFORM READ-AMENDMENT
               END-PERFORM
               CLOSE AMENDMENT-FILE
           END-IF.
           IF WS-AMND-PENDING > ZERO
               ADD 1 TO WS-HOLD-COUNT
               DISPLAY 'HOLD: ' WS-AMND-PENDING
                   ' MARK AMENDMENT(S) NOT YET APPLIED - RUN '
                   'AMNDPOST'
           ELSE
               DISPLAY 'MARK AMENDMENTS:   CLEAR'
           END-IF.

       READ-AMENDMENT.
           READ AMENDMENT-FILE
               AT END MOVE 'Y' TO WS-EOF-FLAG
           END-READ.

      ***************************************************
      * FEEBAL.DAT IS ONLY AS CURRENT AS THE LAST       *
      * FEEPOST, WHILE LATE FEES, LIBRARY FINES,        *
      * BOUNCED-CHEQUE CHARGES AND PAYMENT REVERSALS GO *
      * STRAIGHT TO THE LEDGERS, SO THE WHOLE FEECHG    *
      * LESS FEEPAY BALANCE IS WORKED OUT HERE AND ANY  *
      * AMOUNT STILL OWING IS A HOLD.                   *
      ***************************************************
       CHECK-LEDGER-BALANCE.
           MOVE ZERO TO WS-LEDGER-CHARGES WS-LEDGER-PAYMENTS.
           MOVE 'N' TO WS-EOF-FLAG.
           OPEN INPUT FEE-CHARGES.
           IF WS-FEECHG-STATUS = '00'
               PERFORM READ-CHARGE
               PERFORM UNTIL WS-EOF-FLAG = 'Y'
                   IF FC-ROLLNO = WS-TARGET-ROLLNO
                       ADD FC-AMOUNT TO WS-LEDGER-CHARGES
                   END-IF
                   PERFORM READ-CHARGE
               END-PERFORM
               CLOSE FEE-CHARGES
           END-IF.
           MOVE 'N' TO WS-EOF-FLAG.
           OPEN INPUT FEE-PAYMENTS.
           IF WS-FEEPAY-STATUS = '00'
               PERFORM READ-PAYMENT
               PERFORM UNTIL WS-EOF-FLAG = 'Y'
                   IF FP-ROLLNO = WS-TARGET-ROLLNO
                       IF FP-TYPE = 'R' OR FP-TYPE = 'V'
                               OR FP-TYPE = 'F'
                           SUBTRACT FP-AMOUNT FROM WS-LEDGER-PAYMENTS
                       ELSE
                           ADD FP-AMOUNT TO WS-LEDGER-PAYMENTS
                       END-IF
                   END-IF
                   PERFORM READ-PAYMENT
               END-PERFORM
               CLOSE FEE-PAYMENTS
           END-IF.
           COMPUTE WS-LEDGER-BALANCE =
               WS-LEDGER-CHARGES - WS-LEDGER-PAYMENTS.
           IF WS-LEDGER-BALANCE > ZERO
               ADD 1 TO WS-HOLD-COUNT
               DISPLAY 'HOLD: UNPAID FEE LEDGER BALANCE '
                   WS-LEDGER-BALANCE
           ELSE
               DISPLAY 'FEE LEDGER:        CLEAR'
           END-IF.

      ***************************************************
      * EVERY COPY THE STUDENT STILL HAS OUT IS LISTED  *
      * SO THE LIBRARY KNOWS WHAT TO RECOVER.           *
      ***************************************************
       CHECK-LIBRARY-LOANS.
           MOVE ZERO TO WS-BOOKS-ON-LOAN.
           MOVE 'N' TO WS-EOF-FLAG.
           OPEN INPUT LOAN-FILE.
           IF WS-LIBLOAN-STATUS = '00'
               PERFORM READ-LOAN
               PERFORM UNTIL WS-EOF-FLAG = 'Y'
                   IF LB-BORR-TYPE = 'S'
                           AND LB-BORR-ID = WS-TARGET-ROLLNO
                       ADD 1 TO WS-BOOKS-ON-LOAN
                       DISPLAY '      LIBRARY COPY ' LB-ACCESSION
                           ' DUE ' LB-DUE-DATE
                   END-IF
                   PERFORM READ-LOAN
               END-PERFORM
               CLOSE LOAN-FILE
           END-IF.
           IF WS-BOOKS-ON-LOAN > ZERO
               ADD 1 TO WS-HOLD-COUNT
               DISPLAY 'HOLD: ' WS-BOOKS-ON-LOAN
                   ' LIBRARY BOOK(S) NOT RETURNED - RETURN THEM '
                   'IN LIBCIRC'
           ELSE
               DISPLAY 'LIBRARY LOANS:     CLEAR'
           END-IF.

       READ-LOAN.
           READ LOAN-FILE NEXT RECORD
               AT END MOVE 'Y' TO WS-EOF-FLAG
           END-READ.

       READ-CHARGE.
           READ FEE-CHARGES
               AT END MOVE 'Y' TO WS-EOF-FLAG
           END-READ.

       READ-PAYMENT.
           READ FEE-PAYMENTS
               AT END MOVE 'Y' TO WS-EOF-FLAG
           END-READ.

      ***************************************************
      * THE MASTER RECORD IS DELETED FIRST - THE LEAVER *
      * RECORD, AUDIT RECORD AND CERTIFICATE ONLY       *
      * FOLLOW ONCE THE STUDENT IS OFF THE MASTER.      *
      ***************************************************
       CONFIRM-AND-POST-WITHDRAWAL.
           DISPLAY 'WITHDRAW ' WS-STUDENT-NAME ' AND PRINT THE '
               'TRANSFER CERTIFICATE (Y/N): '.
           ACCEPT WS-CONFIRM.
           IF WS-CONFIRM NOT = 'Y'
               DISPLAY 'WITHDRAWAL NOT POSTED'
           ELSE
               PERFORM FIND-NEXT-TC-NUMBER
               PERFORM FETCH-ATTENDANCE
               PERFORM DELETE-STUDENT-RECORD
               IF WS-FOUND-FLAG = 'N'
                   DISPLAY 'ROLLNO ' WS-TARGET-ROLLNO
                       ' NO LONGER ON STUDENT-MASTER - WITHDRAWAL '
                       'NOT POSTED'
               ELSE
                   PERFORM DELETE-DETAIL-MARKS
                   PERFORM WRITE-LEAVER-RECORD
                   PERFORM WRITE-AUDIT-RECORD
                   MOVE 'N' TO WS-DUPLICATE-FLAG
                   PERFORM PRINT-TRANSFER-CERT
                   DISPLAY 'STUDENT WITHDRAWN - TRANSFER '
                       'CERTIFICATE ' WS-TC-NO ' PRINTED'
               END-IF
           END-IF.

       FIND-NEXT-TC-NUMBER.
           MOVE ZERO TO WS-TC-NO.
           MOVE 'N' TO WS-EOF-FLAG.
           OPEN INPUT LEAVERS-FILE.
           IF WS-LEAVERS-STATUS = '00'
               PERFORM READ-LEAVER
               PERFORM UNTIL WS-EOF-FLAG = 'Y'
                   IF LVR-TC-NO > WS-TC-NO
                       MOVE LVR-TC-NO TO WS-TC-NO
                   END-IF
                   PERFORM READ-LEAVER
               END-PERFORM
               CLOSE LEAVERS-FILE
           END-IF.
           ADD 1 TO WS-TC-NO.
           MOVE WS-RUN-DATE TO WS-TC-DATE.

       READ-LEAVER.
           READ LEAVERS-FILE
               AT END MOVE 'Y' TO WS-EOF-FLAG
           END-READ.

       FETCH-ATTENDANCE.
           MOVE ZERO TO WS-PRESENT-DAYS WS-TOTAL-DAYS.
           OPEN INPUT ATT-SUMMARY.
           IF WS-ATTSUMM-STATUS = '00'
               MOVE WS-TARGET-ROLLNO TO ATT-ROLLNO
               READ ATT-SUMMARY
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE ATT-PRESENT-DAYS TO WS-PRESENT-DAYS
                       MOVE ATT-TOTAL-DAYS TO WS-TOTAL-DAYS
               END-READ
               CLOSE ATT-SUMMARY
           END-IF.

       DELETE-STUDENT-RECORD.
           MOVE 'N' TO WS-FOUND-FLAG.
           OPEN I-O STUDENT-MASTER.
           IF WS-STUDMAST-STATUS = '00'
               MOVE WS-TARGET-ROLLNO TO ROLLNO
               READ STUDENT-MASTER
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 'Y' TO WS-FOUND-FLAG
                       MOVE MARK1 TO WS-BEFORE-MARK1
                       MOVE MARK2 TO WS-BEFORE-MARK2
                       MOVE MARK3 TO WS-BEFORE-MARK3
                       DELETE STUDENT-MASTER RECORD
               END-READ
               CLOSE STUDENT-MASTER
           END-IF.

       DELETE-DETAIL-MARKS.
           OPEN I-O MARK-DETAIL-FILE.
           IF WS-MARKDETL-STATUS = '00'
               PERFORM VARYING WS-SUBJ-IDX FROM 1 BY 1
                       UNTIL WS-SUBJ-IDX > WS-SUBJ-COUNT
                   MOVE WS-TARGET-ROLLNO TO MD-ROLLNO
                   MOVE WS-SUBJ-CODE (WS-SUBJ-IDX) TO MD-SUBJ-CODE
                   DELETE MARK-DETAIL-FILE RECORD
                       INVALID KEY
                           CONTINUE
                   END-DELETE
               END-PERFORM
               CLOSE MARK-DETAIL-FILE
           END-IF.

       WRITE-LEAVER-RECORD.
           OPEN EXTEND LEAVERS-FILE.
           IF WS-LEAVERS-STATUS = '35'
               OPEN OUTPUT LEAVERS-FILE
               CLOSE LEAVERS-FILE
               OPEN EXTEND LEAVERS-FILE
           END-IF.
           MOVE SPACES TO LEAVER-RECORD.
           MOVE WS-TARGET-ROLLNO TO LVR-ROLLNO.
           MOVE WS-STUDENT-NAME TO LVR-STUDNAME.
           MOVE WS-STUDENT-CLASS TO LVR-CLASS.
           MOVE WS-STUDENT-SECTION TO LVR-SECTION.
           MOVE WS-LEAVE-DATE TO LVR-LEAVE-DATE.
           MOVE WS-REASON-CODE TO LVR-REASON-CODE.
           MOVE WS-REASON-TEXT TO LVR-REASON-TEXT.
           MOVE WS-TC-NO TO LVR-TC-NO.
           MOVE WS-TC-DATE TO LVR-TC-DATE.
           MOVE WS-PRESENT-DAYS TO LVR-PRESENT-DAYS.
           MOVE WS-TOTAL-DAYS TO LVR-TOTAL-DAYS.
           MOVE SGN-OPERATOR-ID TO LVR-OPERATOR.
           WRITE LEAVER-RECORD.
           CLOSE LEAVERS-FILE.

       WRITE-AUDIT-RECORD.
           ACCEPT WS-TS-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-TS-TIME FROM TIME.
           OPEN EXTEND AUDIT-LOG.
           IF WS-AUDIT-STATUS = '35'
               OPEN OUTPUT AUDIT-LOG
               CLOSE AUDIT-LOG
               OPEN EXTEND AUDIT-LOG
           END-IF.
           MOVE SPACES TO AUDIT-RECORD.
           MOVE WS-TARGET-ROLLNO TO AUD-ROLLNO.
           MOVE 'WITHDR' TO AUD-OPERATION.
           MOVE WS-STUDENT-NAME TO AUD-BEFORE-NAME.
           MOVE WS-BEFORE-MARK1 TO AUD-BEFORE-MARK1.
           MOVE WS-BEFORE-MARK2 TO AUD-BEFORE-MARK2.
           MOVE WS-BEFORE-MARK3 TO AUD-BEFORE-MARK3.
           MOVE SPACES TO AUD-AFTER-NAME.
           MOVE ZERO TO AUD-AFTER-MARK1 AUD-AFTER-MARK2
               AUD-AFTER-MARK3.
           MOVE WS-TIMESTAMP TO AUD-TIMESTAMP.
           MOVE SGN-OPERATOR-ID TO AUD-OPERATOR.
           WRITE AUDIT-RECORD.
           CLOSE AUDIT-LOG.

      ***************************************************
      * A REPRINT TAKES EVERYTHING FROM THE LEAVERS     *
      * FILE EXCEPT THE MARKS, WHICH TERMHIST.DAT STILL *
      * HOLDS, AND IS MARKED DUPLICATE.                 *
      ***************************************************
       REPRINT-TRANSFER-CERT.
           DISPLAY 'ENTER ROLLNO OF THE LEAVER: '.
           ACCEPT WS-TARGET-ROLLNO.
           MOVE 'N' TO WS-FOUND-FLAG.
           MOVE 'N' TO WS-EOF-FLAG.
           OPEN INPUT LEAVERS-FILE.
           IF WS-LEAVERS-STATUS = '00'
               PERFORM READ-LEAVER
               PERFORM UNTIL WS-EOF-FLAG = 'Y'
                   IF LVR-ROLLNO = WS-TARGET-ROLLNO
                       MOVE 'Y' TO WS-FOUND-FLAG
                       MOVE LVR-STUDNAME TO WS-STUDENT-NAME
                       MOVE LVR-CLASS TO WS-STUDENT-CLASS
                       MOVE LVR-SECTION TO WS-STUDENT-SECTION
                       MOVE LVR-LEAVE-DATE TO WS-LEAVE-DATE
                       MOVE LVR-REASON-CODE TO WS-REASON-CODE
                       MOVE LVR-REASON-TEXT TO WS-REASON-TEXT
                       MOVE LVR-TC-NO TO WS-TC-NO
                       MOVE LVR-TC-DATE TO WS-TC-DATE
                       MOVE LVR-PRESENT-DAYS TO WS-PRESENT-DAYS
                       MOVE LVR-TOTAL-DAYS TO WS-TOTAL-DAYS
                   END-IF
                   PERFORM READ-LEAVER
               END-PERFORM
               CLOSE LEAVERS-FILE
           END-IF.
           IF WS-FOUND-FLAG = 'N'
               DISPLAY 'ROLLNO ' WS-TARGET-ROLLNO
                   ' NOT ON LEAVERS.DAT'
           ELSE
               MOVE 'Y' TO WS-DUPLICATE-FLAG
               PERFORM PRINT-TRANSFER-CERT
               DISPLAY 'DUPLICATE TRANSFER CERTIFICATE ' WS-TC-NO
                   ' PRINTED'
           END-IF.

       PRINT-TRANSFER-CERT.
           PERFORM FIND-LAST-TERM.
           WRITE CERT-LINE FROM WS-TC-RULE-LINE.
           MOVE WS-TC-NO TO WS-TC-HEAD-NO.
           IF WS-DUPLICATE-FLAG = 'Y'
               MOVE ' DUPLICATE' TO WS-TC-DUP-TEXT
           ELSE
               MOVE SPACES TO WS-TC-DUP-TEXT
           END-IF.
           WRITE CERT-LINE FROM WS-TC-HEAD-LINE.
           MOVE WS-TC-DATE TO WS-TC-ISSUE-DATE.
           WRITE CERT-LINE FROM WS-TC-ISSUE-LINE.
           MOVE SPACES TO CERT-LINE.
           WRITE CERT-LINE.
           MOVE 'THIS IS TO CERTIFY THAT' TO CERT-LINE.
           WRITE CERT-LINE.
           MOVE WS-STUDENT-NAME TO WS-TC-NAME.
           MOVE WS-TARGET-ROLLNO TO WS-TC-ROLLNO.
           WRITE CERT-LINE FROM WS-TC-STUDENT-LINE.
           MOVE WS-STUDENT-CLASS TO WS-TC-CLASS.
           MOVE WS-STUDENT-SECTION TO WS-TC-SECTION.
           WRITE CERT-LINE FROM WS-TC-CLASS-LINE.
           MOVE WS-LEAVE-DATE TO WS-TC-LEAVE-DATE.
           WRITE CERT-LINE FROM WS-TC-LEFT-LINE.
           MOVE WS-REASON-CODE TO WS-TC-REASON-CODE.
           MOVE WS-REASON-TEXT TO WS-TC-REASON-TEXT.
           WRITE CERT-LINE FROM WS-TC-REASON-LINE.
           MOVE SPACES TO CERT-LINE.
           WRITE CERT-LINE.
           IF WS-TERM-FOUND = 'Y'
               MOVE WS-LAST-TERM TO WS-TC-TERM-ID
               WRITE CERT-LINE FROM WS-TC-TERM-LINE
               PERFORM VARYING WS-SUBJ-IDX FROM 1 BY 1
                       UNTIL WS-SUBJ-IDX > WS-SUBJ-COUNT
                   MOVE WS-SUBJ-NAME (WS-SUBJ-IDX) TO WS-TC-SUBJ-NAME
                   MOVE WS-LAST-MARK (WS-SUBJ-IDX) TO WS-TC-MARK
                   WRITE CERT-LINE FROM WS-TC-MARK-LINE
               END-PERFORM
               MOVE WS-LAST-AVERAGE TO WS-TC-AVERAGE
               MOVE WS-LAST-GRADE TO WS-TC-GRADE
               WRITE CERT-LINE FROM WS-TC-AVERAGE-LINE
           ELSE
               MOVE 'NO TERM RESULTS ON RECORD' TO CERT-LINE
               WRITE CERT-LINE
           END-IF.
           IF WS-TOTAL-DAYS > ZERO
               MOVE WS-PRESENT-DAYS TO WS-TC-PRESENT
               MOVE WS-TOTAL-DAYS TO WS-TC-TOTAL
               COMPUTE WS-TC-ATT-PCT =
                   WS-PRESENT-DAYS * 100 / WS-TOTAL-DAYS
               WRITE CERT-LINE FROM WS-TC-ATTEND-LINE
           ELSE
               MOVE 'NO ATTENDANCE RECORDED' TO CERT-LINE
               WRITE CERT-LINE
           END-IF.
           MOVE SPACES TO CERT-LINE.
           WRITE CERT-LINE.
           MOVE 'ALL FEES AND DUES TO THE SCHOOL HAVE BEEN CLEARED.'
               TO CERT-LINE.
           WRITE CERT-LINE.
           MOVE SPACES TO CERT-LINE.
           WRITE CERT-LINE.
           MOVE 'PRINCIPAL' TO CERT-LINE.
           WRITE CERT-LINE.
           ADD 1 TO WS-CERT-COUNT.

      ***************************************************
      * THE LAST TERM IS THE HIGHEST TERM ID ON FILE    *
      * FOR THE STUDENT - A TERM WRITTEN TWICE TAKES    *
      * THE LATER RECORD.                               *
      ***************************************************
       FIND-LAST-TERM.
           MOVE 'N' TO WS-TERM-FOUND.
           MOVE SPACES TO WS-LAST-TERM.
           MOVE 'N' TO WS-EOF-FLAG.
           OPEN INPUT TERM-HISTORY.
           IF WS-TERMHIST-STATUS = '00'
               PERFORM READ-HISTORY
               PERFORM UNTIL WS-EOF-FLAG = 'Y'
                   IF HIST-ROLLNO = WS-TARGET-ROLLNO
                           AND HIST-TERM-ID NOT < WS-LAST-TERM
                       MOVE 'Y' TO WS-TERM-FOUND
                       MOVE HIST-TERM-ID TO WS-LAST-TERM
                       MOVE HIST-MARK-COLS TO WS-LAST-MARK-COLS
                       MOVE HIST-AVERAGE TO WS-LAST-AVERAGE
                       MOVE HIST-GRADE TO WS-LAST-GRADE
                   END-IF
                   PERFORM READ-HISTORY
               END-PERFORM
               CLOSE TERM-HISTORY
           END-IF.

       READ-HISTORY.
           READ TERM-HISTORY
               AT END MOVE 'Y' TO WS-EOF-FLAG
           END-READ.

       LIST-LEAVERS.
           MOVE ZERO TO WS-LEAVER-COUNT.
           MOVE 'N' TO WS-EOF-FLAG.
           OPEN INPUT LEAVERS-FILE.
           IF WS-LEAVERS-STATUS NOT = '00'
               DISPLAY 'LEAVERS.DAT NOT ON FILE - NO LEAVERS YET'
           ELSE
               DISPLAY ' '
               DISPLAY 'ROLL   NAME     CL S LEFT     R TC NO'
               DISPLAY '--------------------------------------'
               PERFORM READ-LEAVER
               PERFORM UNTIL WS-EOF-FLAG = 'Y'
                   ADD 1 TO WS-LEAVER-COUNT
                   DISPLAY LVR-ROLLNO ' ' LVR-STUDNAME ' '
                       LVR-CLASS ' ' LVR-SECTION ' '
                       LVR-LEAVE-DATE ' ' LVR-REASON-CODE ' '
                       LVR-TC-NO
                   PERFORM READ-LEAVER
               END-PERFORM
               CLOSE LEAVERS-FILE
               DISPLAY '--------------------------------------'
               DISPLAY 'LEAVERS ON FILE: ' WS-LEAVER-COUNT
           END-IF.
