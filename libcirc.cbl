      ***************************************************
      * COBOL PROGRAM FOR LIBRARY CIRCULATION - ISSUE A *
      * COPY FROM LIBBOOK.DAT TO A BORROWER, TAKE A     *
      * COPY BACK, AND LIST WHAT A BORROWER HAS OUT.    *
      * THE BORROWER IS A STUDENT (TYPE S, ROLLNO ON    *
      * STUDMAST.DAT) OR A SERVING MEMBER OF STAFF      *
      * (TYPE E, EMPID ON EMPMAST.DAT). EACH TYPE HAS   *
      * ITS OWN LOAN LIMIT AND LOAN PERIOD FROM THE     *
      * LIBSLIM/LIBSDAYS AND LIBELIM/LIBEDAYS RUN       *
      * PARAMETERS. CURRENT LOANS ARE HELD ON           *
      * LIBLOAN.DAT; A RETURNED LOAN IS MOVED TO        *
      * LIBHIST.DAT. A STUDENT RETURNING A COPY LATE IS *
      * FINED LIBFINE PER DAY OVERDUE, POSTED TO        *
      * FEECHG.DAT AS FEE TYPE LB DATED THE RUN MONTH,  *
      * SO IT APPEARS ON FEESTMT AND IS COLLECTED AT    *
      * CASHIER. STAFF ARE NOT FINED. A FINED RETURN    *
      * CANNOT BE TAKEN WHILE TODAY'S FEE LEDGER MONTH  *
      * IS CLOSED ON FEEPERD.DAT (FEELOCK). THE SESSION *
      * STARTS WITH AN OPRSIGN SIGN-ON AND NEEDS UPDATE *
      * AUTHORITY TO ISSUE OR RETURN. RUN FEEPOST       *
      * AFTERWARDS WHEN FINES HAVE BEEN POSTED.         *
      ***************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. LIBCIRC.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BOOK-MASTER ASSIGN TO 'LIBBOOK.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BK-ACCESSION
               FILE STATUS IS WS-LIBBOOK-STATUS.
           SELECT LOAN-FILE ASSIGN TO 'LIBLOAN.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LB-ACCESSION
               FILE STATUS IS WS-LIBLOAN-STATUS.
           SELECT LOAN-HISTORY ASSIGN TO 'LIBHIST.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-LIBHIST-STATUS.
           SELECT STUDENT-MASTER ASSIGN TO 'STUDMAST.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ROLLNO
               FILE STATUS IS WS-STUDMAST-STATUS.
           SELECT EMP-MASTER ASSIGN TO 'EMPMAST.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EMPID
               FILE STATUS IS WS-EMPMAST-STATUS.
           SELECT FEE-CHARGES ASSIGN TO 'FEECHG.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FEECHG-STATUS.
           SELECT RUN-PARM ASSIGN TO 'RUNPARM.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RUNPARM-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  BOOK-MASTER
           LABEL RECORDS ARE STANDARD.
       COPY "libbook.cpy".

       FD  LOAN-FILE
           LABEL RECORDS ARE STANDARD.
       COPY "libloan.cpy".

       FD  LOAN-HISTORY
           LABEL RECORDS ARE STANDARD.
       COPY "libhist.cpy".

       FD  STUDENT-MASTER
           LABEL RECORDS ARE STANDARD.
       COPY "recmod.cpy".

       FD  EMP-MASTER
           LABEL RECORDS ARE STANDARD.
       COPY "emprecord.cpy".

       FD  FEE-CHARGES
           LABEL RECORDS ARE STANDARD.
       COPY "feechg.cpy".

       FD  RUN-PARM
           LABEL RECORDS ARE STANDARD.
       COPY "parmrec.cpy".

       WORKING-STORAGE SECTION.
       77 WS-LIBBOOK-STATUS PIC XX VALUE '00'.
       77 WS-LIBLOAN-STATUS PIC XX VALUE '00'.
       77 WS-LIBHIST-STATUS PIC XX VALUE '00'.
       77 WS-STUDMAST-STATUS PIC XX VALUE '00'.
       77 WS-EMPMAST-STATUS PIC XX VALUE '00'.
       77 WS-FEECHG-STATUS PIC XX VALUE '00'.
       77 WS-RUNPARM-STATUS PIC XX VALUE '00'.
       77 WS-EOF-FLAG PIC X VALUE 'N'.
       77 WS-PARM-EOF-FLAG PIC X VALUE 'N'.
       77 WS-CHOICE PIC 9 VALUE ZERO.
       77 WS-CONFIRM PIC X VALUE SPACE.
       77 WS-FOUND-FLAG PIC X VALUE 'N'.
       77 WS-BORR-VALID-FLAG PIC X VALUE 'N'.
       77 WS-BORR-LEFT-FLAG PIC X VALUE 'N'.
       77 WS-ENTRY-BORR-TYPE PIC X VALUE SPACE.
       77 WS-ENTRY-BORR-ID PIC 9(6) VALUE ZERO.
       77 WS-ENTRY-ACCESSION PIC 9(6) VALUE ZERO.
       77 WS-BORR-NAME PIC X(10) VALUE SPACES.
       77 WS-LOAN-LIMIT PIC 9(3) VALUE ZERO.
       77 WS-LOAN-DAYS PIC 9(3) VALUE ZERO.
       77 WS-LOAN-COUNT PIC 9(3) VALUE ZERO.
       77 WS-OVERDUE-COUNT PIC 9(3) VALUE ZERO.
       77 WS-LIMIT-PARM-ID PIC X(8) VALUE SPACES.
       77 WS-DAYS-PARM-ID PIC X(8) VALUE SPACES.
       77 WS-SLIM PIC 9(3) VALUE ZERO.
       77 WS-SLIM-EFF PIC 9(8) VALUE ZERO.
       77 WS-SDAYS PIC 9(3) VALUE ZERO.
       77 WS-SDAYS-EFF PIC 9(8) VALUE ZERO.
       77 WS-ELIM PIC 9(3) VALUE ZERO.
       77 WS-ELIM-EFF PIC 9(8) VALUE ZERO.
       77 WS-EDAYS PIC 9(3) VALUE ZERO.
       77 WS-EDAYS-EFF PIC 9(8) VALUE ZERO.
       77 WS-FINE-RATE PIC 9(5)V99 VALUE ZERO.
       77 WS-FINE-EFF PIC 9(8) VALUE ZERO.
       77 WS-DUE-DATE PIC 9(8) VALUE ZERO.
       77 WS-DAYS-LATE PIC 9(4) VALUE ZERO.
       77 WS-FINE-CALC PIC 9(9)V99 VALUE ZERO.
       77 WS-FINE PIC 9(5)V99 VALUE ZERO.
       77 WS-FINE-COUNT PIC 9(5) VALUE ZERO.
       77 WS-OVERDUE-MARK PIC X(7) VALUE SPACES.

       01 WS-RUN-DATE PIC 9(8) VALUE ZERO.
       01 WS-RUN-MONTH-PARTS REDEFINES WS-RUN-DATE.
            02 WS-RUN-YYYYMM PIC 9(6).
            02 FILLER PIC 9(2).

       COPY "oprparm.cpy".

       COPY "flkparm.cpy".

       COPY "dtcparm.cpy".

       PROCEDURE DIVISION.
       MAIN-PARA.
           CALL 'OPRSIGN' USING SGN-RESULT.
           IF SGN-PASS-FLAG NOT = 'Y'
               STOP RUN
           END-IF.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           PERFORM UNTIL WS-CHOICE = 4
               PERFORM DISPLAY-MENU
               ACCEPT WS-CHOICE
               EVALUATE WS-CHOICE
                   WHEN 1 IF SGN-AUTHORITY = 'I'
                              PERFORM REFUSE-INQUIRE-ONLY
                          ELSE
                              PERFORM ISSUE-COPY
                          END-IF
                   WHEN 2 IF SGN-AUTHORITY = 'I'
                              PERFORM REFUSE-INQUIRE-ONLY
                          ELSE
                              PERFORM RETURN-COPY
                          END-IF
                   WHEN 3 PERFORM LIST-BORROWER-LOANS
                   WHEN 4 DISPLAY 'EXITING LIBRARY CIRCULATION'
                   WHEN OTHER DISPLAY 'INVALID CHOICE, TRY AGAIN'
               END-EVALUATE
           END-PERFORM.
           IF WS-FINE-COUNT > ZERO
               DISPLAY 'LIBRARY FINES POSTED: ' WS-FINE-COUNT
               DISPLAY 'RUN FEEPOST TO REBUILD THE BALANCES'
           END-IF.
           STOP RUN.

       REFUSE-INQUIRE-ONLY.
           DISPLAY 'UPDATE AUTHORITY REQUIRED - INQUIRY ONLY'.

       DISPLAY-MENU.
           DISPLAY ' '.
           DISPLAY 'LIBRARY CIRCULATION'.
           DISPLAY '1. ISSUE A COPY'.
           DISPLAY '2. RETURN A COPY'.
           DISPLAY '3. LIST A BORROWER''S LOANS'.
           DISPLAY '4. EXIT'.
           DISPLAY 'ENTER CHOICE: '.

      ***************************************************
      * A STUDENT BORROWER MUST BE ON THE STUDENT       *
      * MASTER AND A STAFF BORROWER ON THE EMPLOYEE     *
      * MASTER. A SEPARATED EMPLOYEE CAN STILL BE       *
      * LISTED BUT IS NOT ISSUED ANY MORE COPIES.       *
      ***************************************************
       ACCEPT-BORROWER.
           MOVE 'N' TO WS-BORR-VALID-FLAG.
           MOVE 'N' TO WS-BORR-LEFT-FLAG.
           MOVE SPACES TO WS-BORR-NAME.
           MOVE SPACE TO WS-ENTRY-BORR-TYPE.
           PERFORM UNTIL WS-ENTRY-BORR-TYPE = 'S'
                   OR WS-ENTRY-BORR-TYPE = 'E'
               DISPLAY 'BORROWER TYPE (S = STUDENT, E = STAFF): '
               ACCEPT WS-ENTRY-BORR-TYPE
           END-PERFORM.
           IF WS-ENTRY-BORR-TYPE = 'S'
               DISPLAY 'ENTER STUDENT ROLLNO: '
           ELSE
               DISPLAY 'ENTER STAFF EMPID: '
           END-IF.
           ACCEPT WS-ENTRY-BORR-ID.
           IF WS-ENTRY-BORR-TYPE = 'S'
               PERFORM FIND-STUDENT-BORROWER
           ELSE
               PERFORM FIND-STAFF-BORROWER
           END-IF.

       FIND-STUDENT-BORROWER.
           OPEN INPUT STUDENT-MASTER.
           IF WS-STUDMAST-STATUS NOT = '00'
               DISPLAY 'STUDMAST.DAT NOT FOUND'
           ELSE
               MOVE WS-ENTRY-BORR-ID TO ROLLNO
               READ STUDENT-MASTER
                   INVALID KEY
                       DISPLAY 'ROLLNO ' WS-ENTRY-BORR-ID
                           ' NOT ON STUDMAST.DAT'
                   NOT INVALID KEY
                       MOVE 'Y' TO WS-BORR-VALID-FLAG
                       MOVE STUDNAME TO WS-BORR-NAME
               END-READ
               CLOSE STUDENT-MASTER
           END-IF.

       FIND-STAFF-BORROWER.
           OPEN INPUT EMP-MASTER.
           IF WS-EMPMAST-STATUS NOT = '00'
               DISPLAY 'EMPMAST.DAT NOT FOUND'
           ELSE
               IF WS-ENTRY-BORR-ID > 99999
                   DISPLAY 'EMPID ' WS-ENTRY-BORR-ID ' OUT OF RANGE'
                   CLOSE EMP-MASTER
               ELSE
                   MOVE WS-ENTRY-BORR-ID TO EMPID
                   READ EMP-MASTER
                       INVALID KEY
                           DISPLAY 'EMPID ' WS-ENTRY-BORR-ID
                               ' NOT ON EMPMAST.DAT'
                       NOT INVALID KEY
                           MOVE 'Y' TO WS-BORR-VALID-FLAG
                           MOVE EMPNAME TO WS-BORR-NAME
                           IF EMPSTATUS = 'S' OR EMPSTATUS = 'F'
                               MOVE 'Y' TO WS-BORR-LEFT-FLAG
                           END-IF
                   END-READ
                   CLOSE EMP-MASTER
               END-IF
           END-IF.

      ***************************************************
      * EACH PARAMETER TAKES THE LATEST VALUE EFFECTIVE *
      * ON OR BEFORE TODAY.                             *
      ***************************************************
       LOAD-RUN-PARMS.
           MOVE ZERO TO WS-SLIM WS-SLIM-EFF WS-SDAYS WS-SDAYS-EFF.
           MOVE ZERO TO WS-ELIM WS-ELIM-EFF WS-EDAYS WS-EDAYS-EFF.
           MOVE ZERO TO WS-FINE-RATE WS-FINE-EFF.
           OPEN INPUT RUN-PARM.
           IF WS-RUNPARM-STATUS = '00'
               MOVE 'N' TO WS-PARM-EOF-FLAG
               PERFORM READ-RUN-PARM
               PERFORM UNTIL WS-PARM-EOF-FLAG = 'Y'
                   IF PARM-EFF-DATE NOT > WS-RUN-DATE
                       PERFORM TAKE-LIBRARY-PARM
                   END-IF
                   PERFORM READ-RUN-PARM
               END-PERFORM
               CLOSE RUN-PARM
           END-IF.

       TAKE-LIBRARY-PARM.
           EVALUATE PARM-ID
               WHEN 'LIBSLIM'
                   IF PARM-EFF-DATE >= WS-SLIM-EFF
                       MOVE PARM-VALUE TO WS-SLIM
                       MOVE PARM-EFF-DATE TO WS-SLIM-EFF
                   END-IF
               WHEN 'LIBSDAYS'
                   IF PARM-EFF-DATE >= WS-SDAYS-EFF
                       MOVE PARM-VALUE TO WS-SDAYS
                       MOVE PARM-EFF-DATE TO WS-SDAYS-EFF
                   END-IF
               WHEN 'LIBELIM'
                   IF PARM-EFF-DATE >= WS-ELIM-EFF
                       MOVE PARM-VALUE TO WS-ELIM
                       MOVE PARM-EFF-DATE TO WS-ELIM-EFF
                   END-IF
               WHEN 'LIBEDAYS'
                   IF PARM-EFF-DATE >= WS-EDAYS-EFF
                       MOVE PARM-VALUE TO WS-EDAYS
                       MOVE PARM-EFF-DATE TO WS-EDAYS-EFF
                   END-IF
               WHEN 'LIBFINE'
                   IF PARM-EFF-DATE >= WS-FINE-EFF
                       MOVE PARM-VALUE TO WS-FINE-RATE
                       MOVE PARM-EFF-DATE TO WS-FINE-EFF
                   END-IF
           END-EVALUATE.

       ISSUE-COPY.
           PERFORM ACCEPT-BORROWER.
           IF WS-BORR-LEFT-FLAG = 'Y'
               DISPLAY 'EMPID ' WS-ENTRY-BORR-ID
                   ' HAS LEFT - NOT ISSUED'
           ELSE
               IF WS-BORR-VALID-FLAG = 'Y'
                   PERFORM LOAD-RUN-PARMS
                   IF WS-ENTRY-BORR-TYPE = 'S'
                       MOVE WS-SLIM TO WS-LOAN-LIMIT
                       MOVE WS-SDAYS TO WS-LOAN-DAYS
                       MOVE 'LIBSLIM' TO WS-LIMIT-PARM-ID
                       MOVE 'LIBSDAYS' TO WS-DAYS-PARM-ID
                   ELSE
                       MOVE WS-ELIM TO WS-LOAN-LIMIT
                       MOVE WS-EDAYS TO WS-LOAN-DAYS
                       MOVE 'LIBELIM' TO WS-LIMIT-PARM-ID
                       MOVE 'LIBEDAYS' TO WS-DAYS-PARM-ID
                   END-IF
                   IF WS-LOAN-LIMIT = ZERO
                       DISPLAY WS-LIMIT-PARM-ID ' NOT ON RUNPARM.DAT - '
                           'SET IT WITH PARMAINT FIRST'
                   ELSE
                       IF WS-LOAN-DAYS = ZERO
                           DISPLAY WS-DAYS-PARM-ID
                               ' NOT ON RUNPARM.DAT - '
                               'SET IT WITH PARMAINT FIRST'
                       ELSE
                           PERFORM COUNT-BORROWER-LOANS
                           IF WS-LOAN-COUNT NOT < WS-LOAN-LIMIT
                               DISPLAY WS-BORR-NAME ' ALREADY HAS '
                                   WS-LOAN-COUNT ' COPIES OUT - LIMIT '
                                   WS-LOAN-LIMIT
                           ELSE
                               PERFORM ISSUE-TO-BORROWER
                           END-IF
                       END-IF
                   END-IF
               END-IF
           END-IF.

       COUNT-BORROWER-LOANS.
           MOVE ZERO TO WS-LOAN-COUNT.
           MOVE ZERO TO WS-OVERDUE-COUNT.
           MOVE 'N' TO WS-EOF-FLAG.
           OPEN INPUT LOAN-FILE.
           IF WS-LIBLOAN-STATUS = '00'
               PERFORM READ-LOAN
               PERFORM UNTIL WS-EOF-FLAG = 'Y'
                   IF LB-BORR-TYPE = WS-ENTRY-BORR-TYPE
                           AND LB-BORR-ID = WS-ENTRY-BORR-ID
                       ADD 1 TO WS-LOAN-COUNT
                       IF LB-DUE-DATE < WS-RUN-DATE
                           ADD 1 TO WS-OVERDUE-COUNT
                       END-IF
                   END-IF
                   PERFORM READ-LOAN
               END-PERFORM
               CLOSE LOAN-FILE
           END-IF.

      ***************************************************
      * THE DUE DATE IS TODAY PLUS THE LOAN PERIOD FOR  *
      * THE BORROWER TYPE, COUNTED IN CALENDAR DAYS.    *
      ***************************************************
       ISSUE-TO-BORROWER.
           IF WS-OVERDUE-COUNT > ZERO
               DISPLAY 'NOTE - ' WS-BORR-NAME ' HAS '
                   WS-OVERDUE-COUNT ' COPIES OVERDUE'
           END-IF.
           DISPLAY 'ENTER ACCESSION NUMBER TO ISSUE: '.
           ACCEPT WS-ENTRY-ACCESSION.
           MOVE 'N' TO WS-FOUND-FLAG.
           OPEN INPUT BOOK-MASTER.
           IF WS-LIBBOOK-STATUS = '00'
               MOVE WS-ENTRY-ACCESSION TO BK-ACCESSION
               READ BOOK-MASTER
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 'Y' TO WS-FOUND-FLAG
               END-READ
               CLOSE BOOK-MASTER
           END-IF.
           IF WS-FOUND-FLAG = 'N'
               DISPLAY 'ACCESSION ' WS-ENTRY-ACCESSION
                   ' NOT ON LIBBOOK.DAT'
           ELSE
               IF BK-STATUS = 'W'
                   DISPLAY 'COPY HAS BEEN WITHDRAWN - NOT ISSUED'
               ELSE
                   PERFORM OPEN-LOANS-FOR-UPDATE
                   MOVE WS-ENTRY-ACCESSION TO LB-ACCESSION
                   READ LOAN-FILE
                       INVALID KEY MOVE 'N' TO WS-FOUND-FLAG
                       NOT INVALID KEY MOVE 'Y' TO WS-FOUND-FLAG
                   END-READ
                   IF WS-FOUND-FLAG = 'Y'
                       DISPLAY 'COPY ALREADY ON LOAN TO ' LB-BORR-TYPE
                           ' ' LB-BORR-ID ' - RETURN IT FIRST'
                   ELSE
                       MOVE 'A' TO DTC-FUNC
                       MOVE WS-RUN-DATE TO DTC-DATE
                       MOVE WS-LOAN-DAYS TO DTC-DAYS
                       CALL 'DATECALC' USING DTC-REQUEST DTC-RESULT
                       MOVE DTC-RESULT-DATE TO WS-DUE-DATE
                       MOVE SPACES TO LB-RECORD
                       MOVE WS-ENTRY-ACCESSION TO LB-ACCESSION
                       MOVE WS-ENTRY-BORR-TYPE TO LB-BORR-TYPE
                       MOVE WS-ENTRY-BORR-ID TO LB-BORR-ID
                       MOVE WS-RUN-DATE TO LB-ISSUE-DATE
                       MOVE WS-DUE-DATE TO LB-DUE-DATE
                       MOVE SGN-OPERATOR-ID TO LB-OPERATOR
                       WRITE LB-RECORD
                           INVALID KEY
                               DISPLAY 'LOAN COULD NOT BE WRITTEN'
                           NOT INVALID KEY
                               DISPLAY BK-TITLE ' ISSUED TO '
                                   WS-BORR-NAME ' - DUE ' WS-DUE-DATE
                       END-WRITE
                   END-IF
                   CLOSE LOAN-FILE
               END-IF
           END-IF.

      ***************************************************
      * A STUDENT IS FINED LIBFINE FOR EACH DAY PAST    *
      * THE DUE DATE, HELD TO THE LARGEST AMOUNT ONE    *
      * CHARGE CAN CARRY. THE FINE GOES ON THE FEE      *
      * LEDGER IN TODAY'S MONTH, SO THAT MONTH MUST     *
      * STILL BE OPEN.                                  *
      ***************************************************
       RETURN-COPY.
           DISPLAY 'ENTER ACCESSION NUMBER RETURNED: '.
           ACCEPT WS-ENTRY-ACCESSION.
           PERFORM OPEN-LOANS-FOR-UPDATE.
           MOVE WS-ENTRY-ACCESSION TO LB-ACCESSION.
           READ LOAN-FILE
               INVALID KEY MOVE 'N' TO WS-FOUND-FLAG
               NOT INVALID KEY MOVE 'Y' TO WS-FOUND-FLAG
           END-READ.
           IF WS-FOUND-FLAG = 'N'
               DISPLAY 'ACCESSION ' WS-ENTRY-ACCESSION
                   ' IS NOT ON LOAN'
           ELSE
               MOVE ZERO TO WS-DAYS-LATE
               MOVE ZERO TO WS-FINE
               IF LB-DUE-DATE < WS-RUN-DATE
                   MOVE 'B' TO DTC-FUNC
                   MOVE LB-DUE-DATE TO DTC-DATE
                   MOVE WS-RUN-DATE TO DTC-DATE2
                   CALL 'DATECALC' USING DTC-REQUEST DTC-RESULT
                   MOVE DTC-RESULT-DAYS TO WS-DAYS-LATE
               END-IF
               IF LB-BORR-TYPE = 'S' AND WS-DAYS-LATE > ZERO
                   PERFORM LOAD-RUN-PARMS
                   COMPUTE WS-FINE-CALC = WS-DAYS-LATE * WS-FINE-RATE
                   IF WS-FINE-CALC > 99999.99
                       MOVE 99999.99 TO WS-FINE
                   ELSE
                       MOVE WS-FINE-CALC TO WS-FINE
                   END-IF
               END-IF
               DISPLAY 'BORROWER:  ' LB-BORR-TYPE ' ' LB-BORR-ID
               DISPLAY 'ISSUED:    ' LB-ISSUE-DATE ' DUE '
                   LB-DUE-DATE
               DISPLAY 'DAYS LATE: ' WS-DAYS-LATE
               IF WS-FINE > ZERO
                   DISPLAY 'FINE:      ' WS-FINE
                   MOVE WS-RUN-YYYYMM TO FLK-PERIOD
                   CALL 'FEELOCK' USING FLK-REQUEST FLK-RESULT
               ELSE
                   MOVE 'N' TO FLK-CLOSED-FLAG
               END-IF
               IF FLK-CLOSED-FLAG = 'Y'
                   DISPLAY 'FEE LEDGER MONTH ' FLK-PERIOD
                       ' IS CLOSED - RETURN NOT TAKEN'
               ELSE
                   PERFORM CONFIRM-AND-TAKE-RETURN
               END-IF
           END-IF.
           CLOSE LOAN-FILE.

       CONFIRM-AND-TAKE-RETURN.
           MOVE SPACE TO WS-CONFIRM.
           PERFORM UNTIL WS-CONFIRM = 'Y' OR WS-CONFIRM = 'N'
               DISPLAY 'TAKE THIS COPY BACK (Y/N): '
               ACCEPT WS-CONFIRM
           END-PERFORM.
           IF WS-CONFIRM = 'N'
               DISPLAY 'NOTHING RECORDED'
           ELSE
               PERFORM WRITE-LOAN-HISTORY
               IF WS-FINE > ZERO
                   PERFORM WRITE-LIBRARY-FINE
               END-IF
               DELETE LOAN-FILE RECORD
               DISPLAY 'COPY ' WS-ENTRY-ACCESSION ' RETURNED'
           END-IF.

       WRITE-LOAN-HISTORY.
           OPEN EXTEND LOAN-HISTORY.
           IF WS-LIBHIST-STATUS = '35'
               OPEN OUTPUT LOAN-HISTORY
               CLOSE LOAN-HISTORY
               OPEN EXTEND LOAN-HISTORY
           END-IF.
           MOVE SPACES TO LH-RECORD.
           MOVE LB-ACCESSION TO LH-ACCESSION.
           MOVE LB-BORR-TYPE TO LH-BORR-TYPE.
           MOVE LB-BORR-ID TO LH-BORR-ID.
           MOVE LB-ISSUE-DATE TO LH-ISSUE-DATE.
           MOVE LB-DUE-DATE TO LH-DUE-DATE.
           MOVE WS-RUN-DATE TO LH-RETURN-DATE.
           MOVE WS-DAYS-LATE TO LH-DAYS-LATE.
           MOVE WS-FINE TO LH-FINE.
           MOVE SGN-OPERATOR-ID TO LH-OPERATOR.
           WRITE LH-RECORD.
           CLOSE LOAN-HISTORY.

      ***************************************************
      * THE FINE CARRIES THE MONTH IT WAS RAISED AS ITS *
      * TERM, AS THE LATE-FEE CHARGE DOES.              *
      ***************************************************
       WRITE-LIBRARY-FINE.
           OPEN EXTEND FEE-CHARGES.
           IF WS-FEECHG-STATUS = '35'
               OPEN OUTPUT FEE-CHARGES
               CLOSE FEE-CHARGES
               OPEN EXTEND FEE-CHARGES
           END-IF.
           MOVE SPACES TO FEE-CHARGE-RECORD.
           MOVE LB-BORR-ID TO FC-ROLLNO.
           MOVE WS-RUN-YYYYMM TO FC-TERM.
           MOVE 'LB' TO FC-TYPE.
           MOVE WS-FINE TO FC-AMOUNT.
           WRITE FEE-CHARGE-RECORD.
           CLOSE FEE-CHARGES.
           ADD 1 TO WS-FINE-COUNT.
           DISPLAY 'FINE OF ' WS-FINE ' POSTED TO ROLLNO ' FC-ROLLNO.

       LIST-BORROWER-LOANS.
           PERFORM ACCEPT-BORROWER.
           IF WS-BORR-VALID-FLAG = 'Y'
               MOVE ZERO TO WS-LOAN-COUNT
               MOVE 'N' TO WS-EOF-FLAG
               OPEN INPUT LOAN-FILE
               IF WS-LIBLOAN-STATUS NOT = '00'
                   DISPLAY 'LIBLOAN.DAT NOT FOUND - NOTHING ON LOAN'
               ELSE
                   DISPLAY 'LOANS FOR ' WS-BORR-NAME
                   DISPLAY 'ACC.   ISSUED   DUE'
                   PERFORM READ-LOAN
                   PERFORM UNTIL WS-EOF-FLAG = 'Y'
                       IF LB-BORR-TYPE = WS-ENTRY-BORR-TYPE
                               AND LB-BORR-ID = WS-ENTRY-BORR-ID
                           PERFORM LIST-ONE-LOAN
                       END-IF
                       PERFORM READ-LOAN
                   END-PERFORM
                   CLOSE LOAN-FILE
                   DISPLAY 'COPIES ON LOAN: ' WS-LOAN-COUNT
               END-IF
           END-IF.

       LIST-ONE-LOAN.
           MOVE SPACES TO WS-OVERDUE-MARK.
           IF LB-DUE-DATE < WS-RUN-DATE
               MOVE 'OVERDUE' TO WS-OVERDUE-MARK
           END-IF.
           DISPLAY LB-ACCESSION ' ' LB-ISSUE-DATE ' ' LB-DUE-DATE
               ' ' WS-OVERDUE-MARK.
           ADD 1 TO WS-LOAN-COUNT.

       READ-LOAN.
           READ LOAN-FILE NEXT RECORD
               AT END MOVE 'Y' TO WS-EOF-FLAG
           END-READ.

       READ-RUN-PARM.
           READ RUN-PARM
               AT END MOVE 'Y' TO WS-PARM-EOF-FLAG
           END-READ.

       OPEN-LOANS-FOR-UPDATE.
           OPEN I-O LOAN-FILE.
           IF WS-LIBLOAN-STATUS = '35'
               OPEN OUTPUT LOAN-FILE
               CLOSE LOAN-FILE
               OPEN I-O LOAN-FILE
           END-IF.
