      * EVERY TERM ID IS CHECKED AGAINST THE            *
      * TERMCAL.DAT CALENDAR AND A LINE WHOSE TERM IS   *
      * NOT ON THE CALENDAR IS FLAGGED SO A TYPO THAT   *
      * SPLIT THE HISTORY SHOWS UP AT ONCE. A STUDENT   *
      * WITHDRAWN TO LEAVERS.DAT IS NAMED FROM THAT     *
      * FILE WITH THE LEAVING DATE.                     *
      ***************************************************

       IDENTIFICATION DIVISION.
           SELECT TERM-HISTORY ASSIGN TO 'TERMHIST.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-TERMHIST-STATUS.
           SELECT LEAVERS-FILE ASSIGN TO 'LEAVERS.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-LEAVERS-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  STUDENT-MASTER
           LABEL RECORDS ARE STANDARD.
       COPY "termhist.cpy".

       FD  LEAVERS-FILE
           LABEL RECORDS ARE STANDARD.
       COPY "leavers.cpy".

       WORKING-STORAGE SECTION.
       77 WS-STUDMAST-STATUS PIC XX VALUE '00'.
       77 WS-SUBJMAST-STATUS PIC XX VALUE '00'.
       77 WS-TERMHIST-STATUS PIC XX VALUE '00'.
       77 WS-LEAVERS-STATUS PIC XX VALUE '00'.
       77 WS-LVR-EOF-FLAG PIC X VALUE 'N'.
       77 WS-NAME-FOUND PIC X VALUE 'N'.
       77 WS-EOF-FLAG PIC X VALUE 'N'.
       77 WS-SUBJ-EOF-FLAG PIC X VALUE 'N'.
       77 WS-SUBJ-IDX PIC 9 VALUE ZERO.
           DISPLAY '------------------------------------------'.

       DISPLAY-STUDENT-NAME.
           MOVE 'N' TO WS-NAME-FOUND.
           OPEN INPUT STUDENT-MASTER.
           IF WS-STUDMAST-STATUS = '00'
               MOVE WS-TARGET-ROLLNO TO ROLLNO
               READ STUDENT-MASTER
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 'Y' TO WS-NAME-FOUND
                       DISPLAY 'NAME:   ' STUDNAME
               END-READ
               CLOSE STUDENT-MASTER
           END-IF.
           IF WS-NAME-FOUND = 'N'
               PERFORM DISPLAY-LEAVER-NAME
           END-IF.
           IF WS-NAME-FOUND = 'N'
               DISPLAY 'NAME:   (NOT ON STUDENT-MASTER)'
           END-IF.

      ***************************************************
      * A WITHDRAWN STUDENT IS OFF THE MASTER BUT STILL *
      * ON LEAVERS.DAT, SO THE NAME COMES FROM THERE.   *
      ***************************************************
       DISPLAY-LEAVER-NAME.
           MOVE 'N' TO WS-LVR-EOF-FLAG.
           OPEN INPUT LEAVERS-FILE.
           IF WS-LEAVERS-STATUS = '00'
               PERFORM READ-LEAVER
               PERFORM UNTIL WS-LVR-EOF-FLAG = 'Y'
                   IF LVR-ROLLNO = WS-TARGET-ROLLNO
                       MOVE 'Y' TO WS-NAME-FOUND
                       DISPLAY 'NAME:   ' LVR-STUDNAME
                           '  (LEFT ' LVR-LEAVE-DATE ')'
                   END-IF
                   PERFORM READ-LEAVER
               END-PERFORM
               CLOSE LEAVERS-FILE
           END-IF.

       READ-LEAVER.
           READ LEAVERS-FILE
               AT END MOVE 'Y' TO WS-LVR-EOF-FLAG
           END-READ.

       PRINT-TERM-LINES.
           OPEN INPUT TERM-HISTORY.
