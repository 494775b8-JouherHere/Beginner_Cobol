      * THE RUN REFUSES TO START UNLESS BALSTAT.DAT     *
      * SHOWS THE LAST STUDBAL RUN IN BALANCE AND       *
      * INTGSTAT.DAT SHOWS THE LAST INTEGCHK VERDICT    *
      * CLEAN AND NO STUDENT HAS A LIBRARY BOOK STILL   *
      * ON LOAN ON LIBLOAN.DAT (EACH ONE IS LISTED FOR  *
      * RETURN THROUGH LIBCIRC), AND                    *
      * CLEARS THAT FLAG WHEN IT FINISHES - PROMOTION   *
      * CHANGES THE MASTER, SO THE FILE MUST BALANCE    *
      * AGAIN BEFORE ANOTHER PROMOTION CAN RUN.         *
           SELECT INTEG-STATUS ASSIGN TO 'INTGSTAT.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-INTGSTAT-STATUS.
           SELECT LOAN-FILE ASSIGN TO 'LIBLOAN.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LB-ACCESSION
               FILE STATUS IS WS-LIBLOAN-STATUS.
           SELECT ALUMNI-FILE ASSIGN TO 'ALUMNI.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ALUMNI-STATUS.
            02 FILLER PIC X.
            02 INTEG-DATE PIC 9(8).

       FD  LOAN-FILE
           LABEL RECORDS ARE STANDARD.
       COPY "libloan.cpy".

       FD  ALUMNI-FILE
           LABEL RECORDS ARE STANDARD.
       01 ALUMNI-RECORD.
       77 WS-RESULTS-STATUS PIC XX VALUE '00'.
       77 WS-BALSTAT-STATUS PIC XX VALUE '00'.
       77 WS-INTGSTAT-STATUS PIC XX VALUE '00'.
       77 WS-LIBLOAN-STATUS PIC XX VALUE '00'.
       77 WS-ALUMNI-STATUS PIC XX VALUE '00'.
       77 WS-EOF-FLAG PIC X VALUE 'N'.
       77 WS-SUBJ-EOF-FLAG PIC X VALUE 'N'.
       77 WS-GRADUATED-COUNT PIC 9(5) VALUE ZERO.
       77 WS-MISSING-COUNT PIC 9(5) VALUE ZERO.
       77 WS-FROM-CLASS PIC 9(2) VALUE ZERO.
       77 WS-BOOKS-ON-LOAN PIC 9(5) VALUE ZERO.

       COPY "subjtabl.cpy".

           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           PERFORM CHECK-BALANCE-STATUS.
           PERFORM CHECK-INTEGRITY-STATUS.
           PERFORM CHECK-LIBRARY-LOANS.
           PERFORM LOAD-SUBJECT-TABLE.
           OPEN INPUT RESULTS-FILE.
           IF WS-RESULTS-STATUS NOT = '00'
           END-IF.
           DISPLAY 'CROSS-FILE INTEGRITY CLEAN AS AT ' INTEG-DATE.

      ***************************************************
      * A STUDENT'S LIBRARY LOANS MUST BE CLEARED       *
      * BEFORE THE ROLLOVER - A GRADUATE LEAVES THE     *
      * MASTER AND COULD NO LONGER BE TRACED.           *
      ***************************************************
       CHECK-LIBRARY-LOANS.
           MOVE ZERO TO WS-BOOKS-ON-LOAN.
           MOVE 'N' TO WS-EOF-FLAG.
           OPEN INPUT LOAN-FILE.
           IF WS-LIBLOAN-STATUS = '00'
               PERFORM READ-LOAN
               PERFORM UNTIL WS-EOF-FLAG = 'Y'
                   IF LB-BORR-TYPE = 'S'
                       ADD 1 TO WS-BOOKS-ON-LOAN
                       DISPLAY 'ROLLNO ' LB-BORR-ID ' HAS LIBRARY '
                           'COPY ' LB-ACCESSION ' DUE ' LB-DUE-DATE
                   END-IF
                   PERFORM READ-LOAN
               END-PERFORM
               CLOSE LOAN-FILE
           END-IF.
           MOVE 'N' TO WS-EOF-FLAG.
           IF WS-BOOKS-ON-LOAN > ZERO
               DISPLAY WS-BOOKS-ON-LOAN ' LIBRARY BOOK(S) STILL ON '
                   'LOAN TO STUDENTS - PROMOTION NOT RUN'
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           DISPLAY 'NO LIBRARY BOOKS ON LOAN TO STUDENTS'.

       READ-LOAN.
           READ LOAN-FILE NEXT RECORD
               AT END MOVE 'Y' TO WS-EOF-FLAG
           END-READ.

       INVALIDATE-INTEG-STATUS.
           OPEN OUTPUT INTEG-STATUS.
           MOVE 'N' TO INTEG-FLAG.
