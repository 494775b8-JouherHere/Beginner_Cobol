      ***************************************************
      * COBOL PROGRAM TO PRINT THE DAILY LIBRARY        *
      * OVERDUE LIST ON LIBOVDUE.RPT - EVERY COPY ON    *
      * LIBLOAN.DAT PAST ITS DUE DATE, WITH THE         *
      * BORROWER TYPE (S STUDENT, E STAFF) AND ID, THE  *
      * TITLE FROM LIBBOOK.DAT, THE DUE DATE AND THE    *
      * DAYS OVERDUE. FOR A STUDENT THE FINE ACCRUED SO *
      * FAR AT THE LIBFINE RUN PARAMETER IS SHOWN; IT   *
      * IS ONLY POSTED TO THE FEE LEDGER WHEN LIBCIRC   *
      * TAKES THE COPY BACK. STAFF ARE NOT FINED. THE   *
      * LIST ENDS WITH THE OVERDUE COUNTS AND THE FINES *
      * ACCRUED.                                        *
      ***************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. LIBOVDUE.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LOAN-FILE ASSIGN TO 'LIBLOAN.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LB-ACCESSION
               FILE STATUS IS WS-LIBLOAN-STATUS.
           SELECT BOOK-MASTER ASSIGN TO 'LIBBOOK.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BK-ACCESSION
               FILE STATUS IS WS-LIBBOOK-STATUS.
           SELECT RUN-PARM ASSIGN TO 'RUNPARM.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RUNPARM-STATUS.
           SELECT OVERDUE-FILE ASSIGN TO 'LIBOVDUE.RPT'
               ORGANIZATION IS SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  LOAN-FILE
           LABEL RECORDS ARE STANDARD.
       COPY "libloan.cpy".

       FD  BOOK-MASTER
           LABEL RECORDS ARE STANDARD.
       COPY "libbook.cpy".

       FD  RUN-PARM
           LABEL RECORDS ARE STANDARD.
       COPY "parmrec.cpy".

       FD  OVERDUE-FILE
           LABEL RECORDS ARE STANDARD.
       01 OVERDUE-LINE PIC X(60).

       WORKING-STORAGE SECTION.
       77 WS-LIBLOAN-STATUS PIC XX VALUE '00'.
       77 WS-LIBBOOK-STATUS PIC XX VALUE '00'.
       77 WS-RUNPARM-STATUS PIC XX VALUE '00'.
       77 WS-EOF-FLAG PIC X VALUE 'N'.
       77 WS-PARM-EOF-FLAG PIC X VALUE 'N'.
       77 WS-FINE-RATE PIC 9(5)V99 VALUE ZERO.
       77 WS-FINE-EFF PIC 9(8) VALUE ZERO.
       77 WS-DAYS-LATE PIC 9(4) VALUE ZERO.
       77 WS-FINE-CALC PIC 9(9)V99 VALUE ZERO.
       77 WS-FINE PIC 9(5)V99 VALUE ZERO.
       77 WS-LOAN-COUNT PIC 9(6) VALUE ZERO.
       77 WS-STUD-OVERDUE PIC 9(6) VALUE ZERO.
       77 WS-STAFF-OVERDUE PIC 9(6) VALUE ZERO.
       77 WS-TOTAL-FINES PIC 9(9)V99 VALUE ZERO.
       77 WS-RUN-DATE PIC 9(8) VALUE ZERO.

       01 WS-OVD-HEADER.
            02 FILLER PIC X(24) VALUE 'LIBRARY OVERDUE LIST    '.
            02 FILLER PIC X(6) VALUE 'RUN: '.
            02 WS-OH-RUN-DATE PIC 9(8).

       01 WS-OVD-COLUMNS.
            02 FILLER PIC X(30)
                VALUE 'T ID     ACC.   TITLE         '.
            02 FILLER PIC X(30)
                VALUE '     DUE      DAYS FINE'.

       01 WS-OVD-DETAIL.
            02 WS-OD-TYPE PIC X.
            02 FILLER PIC X VALUE SPACE.
            02 WS-OD-ID PIC 9(6).
            02 FILLER PIC X VALUE SPACE.
            02 WS-OD-ACCESSION PIC 9(6).
            02 FILLER PIC X VALUE SPACE.
            02 WS-OD-TITLE PIC X(18).
            02 FILLER PIC X VALUE SPACE.
            02 WS-OD-DUE PIC 9(8).
            02 FILLER PIC X VALUE SPACE.
            02 WS-OD-DAYS PIC ZZZ9.
            02 FILLER PIC X VALUE SPACE.
            02 WS-OD-FINE PIC 9(5)V99.

       01 WS-OVD-COUNT-LINE.
            02 WS-OC-LABEL PIC X(30).
            02 WS-OC-COUNT PIC ZZZZZ9.

       01 WS-OVD-AMT-LINE.
            02 WS-OA-LABEL PIC X(30).
            02 WS-OA-AMOUNT PIC -9(9)V99.

       COPY "splparm.cpy".

       COPY "dtcparm.cpy".

       PROCEDURE DIVISION.
       MAIN-PARA.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           OPEN INPUT LOAN-FILE.
           IF WS-LIBLOAN-STATUS NOT = '00'
               DISPLAY 'LIBLOAN.DAT NOT FOUND - NOTHING ON LOAN'
               GOBACK
           END-IF.
           PERFORM LOAD-RUN-PARMS.
           OPEN INPUT BOOK-MASTER.
           OPEN OUTPUT OVERDUE-FILE.
           MOVE WS-RUN-DATE TO WS-OH-RUN-DATE.
           MOVE ALL '=' TO OVERDUE-LINE.
           WRITE OVERDUE-LINE.
           WRITE OVERDUE-LINE FROM WS-OVD-HEADER.
           WRITE OVERDUE-LINE FROM WS-OVD-COLUMNS.
           MOVE ALL '-' TO OVERDUE-LINE.
           WRITE OVERDUE-LINE.
           MOVE 'N' TO WS-EOF-FLAG.
           PERFORM READ-LOAN.
           PERFORM UNTIL WS-EOF-FLAG = 'Y'
               ADD 1 TO WS-LOAN-COUNT
               IF LB-DUE-DATE < WS-RUN-DATE
                   PERFORM WRITE-ONE-OVERDUE
               END-IF
               PERFORM READ-LOAN
           END-PERFORM.
           CLOSE LOAN-FILE.
           IF WS-LIBBOOK-STATUS = '00'
               CLOSE BOOK-MASTER
           END-IF.
           PERFORM WRITE-OVERDUE-TOTALS.
           CLOSE OVERDUE-FILE.
           MOVE 'LIBOVDUE.RPT' TO SPL-REQ-REPORT.
           MOVE 60 TO SPL-REQ-RECLEN.
           CALL 'RPTSPOOL' USING SPL-REQUEST SPL-RESULT.
           DISPLAY 'COPIES ON LOAN: ' WS-LOAN-COUNT.
           DISPLAY 'OVERDUE - STUDENTS: ' WS-STUD-OVERDUE
               ' STAFF: ' WS-STAFF-OVERDUE.
           GOBACK.

       LOAD-RUN-PARMS.
           MOVE ZERO TO WS-FINE-RATE.
           MOVE ZERO TO WS-FINE-EFF.
           OPEN INPUT RUN-PARM.
           IF WS-RUNPARM-STATUS = '00'
               MOVE 'N' TO WS-PARM-EOF-FLAG
               PERFORM READ-RUN-PARM
               PERFORM UNTIL WS-PARM-EOF-FLAG = 'Y'
                   IF PARM-ID = 'LIBFINE'
                           AND PARM-EFF-DATE NOT > WS-RUN-DATE
                           AND PARM-EFF-DATE >= WS-FINE-EFF
                       MOVE PARM-VALUE TO WS-FINE-RATE
                       MOVE PARM-EFF-DATE TO WS-FINE-EFF
                   END-IF
                   PERFORM READ-RUN-PARM
               END-PERFORM
               CLOSE RUN-PARM
           END-IF.

      ***************************************************
      * THE FINE IS WORKED THE SAME WAY LIBCIRC WORKS   *
      * IT ON RETURN, SO THE LIST SHOWS WHAT WOULD BE   *
      * CHARGED IF THE COPY CAME BACK TODAY.            *
      ***************************************************
       WRITE-ONE-OVERDUE.
           MOVE 'B' TO DTC-FUNC.
           MOVE LB-DUE-DATE TO DTC-DATE.
           MOVE WS-RUN-DATE TO DTC-DATE2.
           CALL 'DATECALC' USING DTC-REQUEST DTC-RESULT.
           MOVE DTC-RESULT-DAYS TO WS-DAYS-LATE.
           MOVE ZERO TO WS-FINE.
           IF LB-BORR-TYPE = 'S'
               ADD 1 TO WS-STUD-OVERDUE
               COMPUTE WS-FINE-CALC = WS-DAYS-LATE * WS-FINE-RATE
               IF WS-FINE-CALC > 99999.99
                   MOVE 99999.99 TO WS-FINE
               ELSE
                   MOVE WS-FINE-CALC TO WS-FINE
               END-IF
               ADD WS-FINE TO WS-TOTAL-FINES
           ELSE
               ADD 1 TO WS-STAFF-OVERDUE
           END-IF.
           MOVE SPACES TO WS-OD-TITLE.
           IF WS-LIBBOOK-STATUS = '00'
               MOVE LB-ACCESSION TO BK-ACCESSION
               READ BOOK-MASTER
                   INVALID KEY
                       MOVE '*NOT ON LIBBOOK*' TO WS-OD-TITLE
                   NOT INVALID KEY
                       MOVE BK-TITLE TO WS-OD-TITLE
               END-READ
           END-IF.
           MOVE LB-BORR-TYPE TO WS-OD-TYPE.
           MOVE LB-BORR-ID TO WS-OD-ID.
           MOVE LB-ACCESSION TO WS-OD-ACCESSION.
           MOVE LB-DUE-DATE TO WS-OD-DUE.
           MOVE WS-DAYS-LATE TO WS-OD-DAYS.
           MOVE WS-FINE TO WS-OD-FINE.
           WRITE OVERDUE-LINE FROM WS-OVD-DETAIL.

       WRITE-OVERDUE-TOTALS.
           MOVE ALL '-' TO OVERDUE-LINE.
           WRITE OVERDUE-LINE.
           IF WS-STUD-OVERDUE = ZERO AND WS-STAFF-OVERDUE = ZERO
               MOVE 'NO COPIES OVERDUE' TO OVERDUE-LINE
               WRITE OVERDUE-LINE
           END-IF.
           MOVE 'COPIES ON LOAN' TO WS-OC-LABEL.
           MOVE WS-LOAN-COUNT TO WS-OC-COUNT.
           WRITE OVERDUE-LINE FROM WS-OVD-COUNT-LINE.
           MOVE 'OVERDUE TO STUDENTS' TO WS-OC-LABEL.
           MOVE WS-STUD-OVERDUE TO WS-OC-COUNT.
           WRITE OVERDUE-LINE FROM WS-OVD-COUNT-LINE.
           MOVE 'OVERDUE TO STAFF' TO WS-OC-LABEL.
           MOVE WS-STAFF-OVERDUE TO WS-OC-COUNT.
           WRITE OVERDUE-LINE FROM WS-OVD-COUNT-LINE.
           MOVE 'STUDENT FINES ACCRUED' TO WS-OA-LABEL.
           MOVE WS-TOTAL-FINES TO WS-OA-AMOUNT.
           WRITE OVERDUE-LINE FROM WS-OVD-AMT-LINE.

       READ-LOAN.
           READ LOAN-FILE NEXT RECORD
               AT END MOVE 'Y' TO WS-EOF-FLAG
           END-READ.

       READ-RUN-PARM.
           READ RUN-PARM
               AT END MOVE 'Y' TO WS-PARM-EOF-FLAG
           END-READ.
