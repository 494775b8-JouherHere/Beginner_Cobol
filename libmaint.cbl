      ***************************************************
      * COBOL PROGRAM TO MAINTAIN THE LIBBOOK.DAT       *
      * LIBRARY BOOK MASTER - ADD A NEW COPY UNDER ITS  *
      * ACCESSION NUMBER, WITHDRAW A COPY FROM STOCK,   *
      * AND LIST THE STOCK SHOWING WHICH COPIES ARE ON  *
      * LOAN. A WITHDRAWN COPY KEEPS ITS RECORD MARKED  *
      * W SO THE ACCESSION NUMBER IS NEVER REUSED, AND  *
      * A COPY CANNOT BE WITHDRAWN WHILE IT IS ON LOAN  *
      * ON LIBLOAN.DAT. ISSUES AND RETURNS ARE MADE IN  *
      * LIBCIRC. THE SESSION STARTS WITH AN OPRSIGN     *
      * SIGN-ON AND NEEDS UPDATE AUTHORITY TO ADD OR    *
      * WITHDRAW A COPY.                                *
      ***************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. LIBMAINT.
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
       DATA DIVISION.
       FILE SECTION.
       FD  BOOK-MASTER
           LABEL RECORDS ARE STANDARD.
       COPY "libbook.cpy".

       FD  LOAN-FILE
           LABEL RECORDS ARE STANDARD.
       COPY "libloan.cpy".

       WORKING-STORAGE SECTION.
       77 WS-LIBBOOK-STATUS PIC XX VALUE '00'.
       77 WS-LIBLOAN-STATUS PIC XX VALUE '00'.
       77 WS-EOF-FLAG PIC X VALUE 'N'.
       77 WS-CHOICE PIC 9 VALUE ZERO.
       77 WS-ENTRY-VALID-FLAG PIC X VALUE 'N'.
       77 WS-FOUND-FLAG PIC X VALUE 'N'.
       77 WS-ON-LOAN-FLAG PIC X VALUE 'N'.
       77 WS-CONFIRM PIC X VALUE SPACE.
       77 WS-ENTRY-ACCESSION PIC 9(6) VALUE ZERO.
       77 WS-ENTRY-TITLE PIC X(30) VALUE SPACES.
       77 WS-ENTRY-AUTHOR PIC X(20) VALUE SPACES.
       77 WS-LOAN-MARK PIC X(7) VALUE SPACES.
       77 WS-STOCK-COUNT PIC 9(6) VALUE ZERO.
       77 WS-OUT-COUNT PIC 9(6) VALUE ZERO.
       77 WS-WITHDRAWN-COUNT PIC 9(6) VALUE ZERO.
       77 WS-RUN-DATE PIC 9(8) VALUE ZERO.

       COPY "valparm.cpy".

       COPY "oprparm.cpy".

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
                              PERFORM ADD-BOOK
                          END-IF
                   WHEN 2 IF SGN-AUTHORITY = 'I'
                              PERFORM REFUSE-INQUIRE-ONLY
                          ELSE
                              PERFORM WITHDRAW-BOOK
                          END-IF
                   WHEN 3 PERFORM LIST-BOOK-STOCK
                   WHEN 4 DISPLAY 'EXITING LIBRARY BOOK MAINTENANCE'
                   WHEN OTHER DISPLAY 'INVALID CHOICE, TRY AGAIN'
               END-EVALUATE
           END-PERFORM.
           STOP RUN.

       REFUSE-INQUIRE-ONLY.
           DISPLAY 'UPDATE AUTHORITY REQUIRED - INQUIRY ONLY'.

       DISPLAY-MENU.
           DISPLAY ' '.
           DISPLAY 'LIBRARY BOOK MAINTENANCE'.
           DISPLAY '1. ADD A NEW COPY'.
           DISPLAY '2. WITHDRAW A COPY FROM STOCK'.
           DISPLAY '3. LIST BOOK STOCK'.
           DISPLAY '4. EXIT'.
           DISPLAY 'ENTER CHOICE: '.

       ACCEPT-VALID-ACCESSION.
           MOVE 'N' TO WS-ENTRY-VALID-FLAG.
           PERFORM UNTIL WS-ENTRY-VALID-FLAG = 'Y'
               ACCEPT WS-ENTRY-ACCESSION
               MOVE 'N' TO VAL-RULE-TYPE
               MOVE WS-ENTRY-ACCESSION TO VAL-NUM-VALUE
               MOVE 1 TO VAL-RANGE-LOW
               MOVE 999999 TO VAL-RANGE-HIGH
               CALL 'VALEDIT' USING VAL-REQUEST VAL-RESULT
               IF VAL-PASS-FLAG = 'N'
                   DISPLAY VAL-REASON ' - TRY AGAIN'
               ELSE
                   MOVE 'Y' TO WS-ENTRY-VALID-FLAG
               END-IF
           END-PERFORM.

      ***************************************************
      * AN ACCESSION NUMBER ALREADY ON FILE, EVEN ON A  *
      * WITHDRAWN COPY, IS REFUSED - THE NUMBER IS      *
      * STAMPED IN THE BOOK AND ON ITS LOAN HISTORY.    *
      ***************************************************
       ADD-BOOK.
           DISPLAY 'ENTER ACCESSION NUMBER: '.
           PERFORM ACCEPT-VALID-ACCESSION.
           PERFORM OPEN-BOOKS-FOR-UPDATE.
           MOVE WS-ENTRY-ACCESSION TO BK-ACCESSION.
           READ BOOK-MASTER
               INVALID KEY MOVE 'N' TO WS-FOUND-FLAG
               NOT INVALID KEY MOVE 'Y' TO WS-FOUND-FLAG
           END-READ.
           IF WS-FOUND-FLAG = 'Y'
               DISPLAY 'ACCESSION ' WS-ENTRY-ACCESSION
                   ' ALREADY ON FILE - ' BK-TITLE
           ELSE
               MOVE SPACES TO WS-ENTRY-TITLE
               PERFORM UNTIL WS-ENTRY-TITLE NOT = SPACES
                   DISPLAY 'ENTER TITLE: '
                   ACCEPT WS-ENTRY-TITLE
               END-PERFORM
               DISPLAY 'ENTER AUTHOR: '
               ACCEPT WS-ENTRY-AUTHOR
               MOVE SPACES TO BK-RECORD
               MOVE WS-ENTRY-ACCESSION TO BK-ACCESSION
               MOVE WS-ENTRY-TITLE TO BK-TITLE
               MOVE WS-ENTRY-AUTHOR TO BK-AUTHOR
               MOVE 'A' TO BK-STATUS
               MOVE WS-RUN-DATE TO BK-ADDED-DATE
               WRITE BK-RECORD
                   INVALID KEY
                       DISPLAY 'COPY COULD NOT BE WRITTEN'
                   NOT INVALID KEY
                       DISPLAY 'COPY ' WS-ENTRY-ACCESSION ' ADDED'
               END-WRITE
           END-IF.
           CLOSE BOOK-MASTER.

       WITHDRAW-BOOK.
           DISPLAY 'ENTER ACCESSION NUMBER TO WITHDRAW: '.
           PERFORM ACCEPT-VALID-ACCESSION.
           PERFORM OPEN-BOOKS-FOR-UPDATE.
           MOVE WS-ENTRY-ACCESSION TO BK-ACCESSION.
           READ BOOK-MASTER
               INVALID KEY MOVE 'N' TO WS-FOUND-FLAG
               NOT INVALID KEY MOVE 'Y' TO WS-FOUND-FLAG
           END-READ.
           IF WS-FOUND-FLAG = 'N'
               DISPLAY 'ACCESSION ' WS-ENTRY-ACCESSION
                   ' NOT ON LIBBOOK.DAT'
           ELSE
               IF BK-STATUS = 'W'
                   DISPLAY 'COPY ALREADY WITHDRAWN'
               ELSE
                   PERFORM CHECK-COPY-ON-LOAN
                   IF WS-ON-LOAN-FLAG = 'Y'
                       DISPLAY 'COPY IS ON LOAN TO ' LB-BORR-TYPE ' '
                           LB-BORR-ID ' DUE ' LB-DUE-DATE
                           ' - NOT WITHDRAWN'
                   ELSE
                       DISPLAY BK-ACCESSION ' ' BK-TITLE ' ' BK-AUTHOR
                       MOVE SPACE TO WS-CONFIRM
                       PERFORM UNTIL WS-CONFIRM = 'Y'
                               OR WS-CONFIRM = 'N'
                           DISPLAY 'WITHDRAW THIS COPY (Y/N): '
                           ACCEPT WS-CONFIRM
                       END-PERFORM
                       IF WS-CONFIRM = 'Y'
                           MOVE 'W' TO BK-STATUS
                           REWRITE BK-RECORD
                           DISPLAY 'COPY WITHDRAWN'
                       ELSE
                           DISPLAY 'NOTHING CHANGED'
                       END-IF
                   END-IF
               END-IF
           END-IF.
           CLOSE BOOK-MASTER.

       CHECK-COPY-ON-LOAN.
           MOVE 'N' TO WS-ON-LOAN-FLAG.
           OPEN INPUT LOAN-FILE.
           IF WS-LIBLOAN-STATUS = '00'
               MOVE BK-ACCESSION TO LB-ACCESSION
               READ LOAN-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 'Y' TO WS-ON-LOAN-FLAG
               END-READ
               CLOSE LOAN-FILE
           END-IF.

       LIST-BOOK-STOCK.
           MOVE ZERO TO WS-STOCK-COUNT.
           MOVE ZERO TO WS-OUT-COUNT.
           MOVE ZERO TO WS-WITHDRAWN-COUNT.
           MOVE 'N' TO WS-EOF-FLAG.
           OPEN INPUT BOOK-MASTER.
           IF WS-LIBBOOK-STATUS NOT = '00'
               DISPLAY 'LIBBOOK.DAT NOT FOUND - NO BOOKS ON FILE'
           ELSE
               DISPLAY ' '
               DISPLAY 'ACC.   TITLE                          '
                   'AUTHOR               ST ON LOAN'
               PERFORM READ-BOOK
               PERFORM UNTIL WS-EOF-FLAG = 'Y'
                   PERFORM LIST-ONE-BOOK
                   PERFORM READ-BOOK
               END-PERFORM
               CLOSE BOOK-MASTER
               DISPLAY 'COPIES IN STOCK:  ' WS-STOCK-COUNT
               DISPLAY 'COPIES ON LOAN:   ' WS-OUT-COUNT
               DISPLAY 'COPIES WITHDRAWN: ' WS-WITHDRAWN-COUNT
           END-IF.

       LIST-ONE-BOOK.
           MOVE SPACES TO WS-LOAN-MARK.
           IF BK-STATUS = 'W'
               ADD 1 TO WS-WITHDRAWN-COUNT
           ELSE
               ADD 1 TO WS-STOCK-COUNT
               PERFORM CHECK-COPY-ON-LOAN
               IF WS-ON-LOAN-FLAG = 'Y'
                   MOVE 'ON LOAN' TO WS-LOAN-MARK
                   ADD 1 TO WS-OUT-COUNT
               END-IF
           END-IF.
           DISPLAY BK-ACCESSION ' ' BK-TITLE ' ' BK-AUTHOR ' '
               BK-STATUS '  ' WS-LOAN-MARK.

       READ-BOOK.
           READ BOOK-MASTER NEXT RECORD
               AT END MOVE 'Y' TO WS-EOF-FLAG
           END-READ.

       OPEN-BOOKS-FOR-UPDATE.
           OPEN I-O BOOK-MASTER.
           IF WS-LIBBOOK-STATUS = '35'
               OPEN OUTPUT BOOK-MASTER
               CLOSE BOOK-MASTER
               OPEN I-O BOOK-MASTER
           END-IF.
