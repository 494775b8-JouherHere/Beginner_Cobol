      ***************************************************
      * COBOL PROGRAM TO MAINTAIN THE PAYPERD.DAT       *
      * PAYROLL PERIOD REGISTER - CLOSE A RUN MONTH SO  *
      * IT CAN NEITHER BE RERUN NOR REVERSED, AND LIST  *
      * THE REGISTER, IN THE SAME STYLE AS TRMMAINT.    *
      * PAYROLL MARKS A MONTH RUN AND PAYREVS REOPENS   *
      * IT; CLOSING REQUIRES ADMIN AUTHORITY.           *
      ***************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRDMAINT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PAY-PERIOD ASSIGN TO 'PAYPERD.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PAYPERD-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  PAY-PERIOD
           LABEL RECORDS ARE STANDARD.
       COPY "payperd.cpy".

       WORKING-STORAGE SECTION.
       77 WS-PAYPERD-STATUS PIC XX VALUE '00'.
       77 WS-EOF-FLAG PIC X VALUE 'N'.
       77 WS-CHOICE PIC 9 VALUE ZERO.
       77 WS-ENTRY-PERIOD PIC 9(6) VALUE ZERO.
       77 WS-PERIOD-COUNT PIC 9(4) VALUE ZERO.
       77 WS-PERIOD-FOUND PIC X VALUE 'N'.

       COPY "oprparm.cpy".

       PROCEDURE DIVISION.
       MAIN-PARA.
           CALL 'OPRSIGN' USING SGN-RESULT.
           IF SGN-PASS-FLAG NOT = 'Y'
               STOP RUN
           END-IF.
           PERFORM UNTIL WS-CHOICE = 3
               PERFORM DISPLAY-MENU
               ACCEPT WS-CHOICE
               EVALUATE WS-CHOICE
                   WHEN 1 IF SGN-AUTHORITY NOT = 'A'
                              PERFORM REFUSE-NOT-ADMIN
                          ELSE
                              PERFORM CLOSE-PERIOD
                          END-IF
                   WHEN 2 PERFORM LIST-PERIODS
                   WHEN 3 DISPLAY 'EXITING PAYROLL PERIOD MAINTENANCE'
                   WHEN OTHER DISPLAY 'INVALID CHOICE, TRY AGAIN'
               END-EVALUATE
           END-PERFORM.
           STOP RUN.

       REFUSE-NOT-ADMIN.
           DISPLAY 'ADMIN AUTHORITY REQUIRED TO CLOSE A PAYROLL '
               'PERIOD'.

       DISPLAY-MENU.
           DISPLAY ' '.
           DISPLAY 'PAYROLL PERIOD MAINTENANCE'.
           DISPLAY '1. CLOSE PERIOD'.
           DISPLAY '2. LIST PERIODS'.
           DISPLAY '3. EXIT'.
           DISPLAY 'ENTER CHOICE: '.

      ***************************************************
      * ONLY A MONTH THAT HAS BEEN RUN CAN BE CLOSED -  *
      * AN OPEN MONTH STILL HAS ITS PAYROLL TO COME.    *
      ***************************************************
       CLOSE-PERIOD.
           DISPLAY 'ENTER PAYROLL PERIOD TO CLOSE YYYYMM: '.
           ACCEPT WS-ENTRY-PERIOD.
           MOVE 'N' TO WS-PERIOD-FOUND.
           MOVE 'N' TO WS-EOF-FLAG.
           OPEN I-O PAY-PERIOD.
           IF WS-PAYPERD-STATUS NOT = '00'
               DISPLAY 'PAYPERD.DAT NOT FOUND - NOTHING TO CLOSE'
           ELSE
               PERFORM READ-PERIOD
               PERFORM UNTIL WS-EOF-FLAG = 'Y'
                       OR WS-PERIOD-FOUND = 'Y'
                   IF PRD-PERIOD = WS-ENTRY-PERIOD
                       MOVE 'Y' TO WS-PERIOD-FOUND
                       EVALUATE PRD-STATUS
                           WHEN 'C'
                               DISPLAY 'PERIOD ' PRD-PERIOD
                                   ' IS ALREADY CLOSED'
                           WHEN 'R'
                               MOVE 'C' TO PRD-STATUS
                               REWRITE PRD-RECORD
                               DISPLAY 'PERIOD ' PRD-PERIOD ' CLOSED'
                           WHEN OTHER
                               DISPLAY 'PERIOD ' PRD-PERIOD
                                   ' HAS NOT BEEN RUN - NOT CLOSED'
                       END-EVALUATE
                   ELSE
                       PERFORM READ-PERIOD
                   END-IF
               END-PERFORM
               CLOSE PAY-PERIOD
               IF WS-PERIOD-FOUND = 'N'
                   DISPLAY 'PERIOD ' WS-ENTRY-PERIOD ' NOT ON THE '
                       'REGISTER'
               END-IF
           END-IF.

       LIST-PERIODS.
           MOVE ZERO TO WS-PERIOD-COUNT.
           MOVE 'N' TO WS-EOF-FLAG.
           OPEN INPUT PAY-PERIOD.
           IF WS-PAYPERD-STATUS NOT = '00'
               DISPLAY 'PAYPERD.DAT NOT FOUND - NO PERIODS ON FILE'
           ELSE
               DISPLAY ' '
               DISPLAY 'PERIOD STATUS RUN DATE EMPS  GROSS'
                   '        NET'
               DISPLAY '----------------------------------------------'
               PERFORM READ-PERIOD
               PERFORM UNTIL WS-EOF-FLAG = 'Y'
                   DISPLAY PRD-PERIOD ' ' PRD-STATUS '      '
                       PRD-RUN-DATE ' ' PRD-EMP-COUNT ' '
                       PRD-GROSS ' ' PRD-NET
                   ADD 1 TO WS-PERIOD-COUNT
                   PERFORM READ-PERIOD
               END-PERFORM
               CLOSE PAY-PERIOD
               DISPLAY '----------------------------------------------'
               DISPLAY 'PERIODS ON FILE: ' WS-PERIOD-COUNT
           END-IF.

       READ-PERIOD.
           READ PAY-PERIOD
               AT END MOVE 'Y' TO WS-EOF-FLAG
           END-READ.
