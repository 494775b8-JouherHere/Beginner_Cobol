      * BATCH. VALIDATES EVERY PENDING APPLICATION ON   *
      * ADMAPPL.DAT (NAME, CLASS YEAR, SECTION,         *
      * GUARDIAN DETAILS), ASSIGNS THE NEXT FREE ROLL   *
      * NUMBER ABOVE THE STUDENT MASTER, THE ALUMNI     *
      * ARCHIVE AND THE LEAVERS FILE SO A NUMBER IS     *
      * NEVER REUSED, WRITES THE STUDENT MASTER AND     *
      * GUARDIAN RECORDS WITH AN ADD ENTRY ON THE AUDIT *
      * TRAIL, AND PRINTS THE DAY'S ADMISSION REGISTER. *
      * REJECTED APPLICATIONS COME OUT ON THEIR OWN     *
      * LISTING WITH REASONS AND STAY ON FILE MARKED R. *
      * A NEW GUARDIAN RECORD CARRIES NO FAMILY LINK;   *
      * SIBLINGS ARE LINKED AFTERWARDS THROUGH          *
      * GRDMAINT.                                       *
      ***************************************************

       IDENTIFICATION DIVISION.
           SELECT ALUMNI-FILE ASSIGN TO 'ALUMNI.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ALUMNI-STATUS.
           SELECT LEAVERS-FILE ASSIGN TO 'LEAVERS.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-LEAVERS-STATUS.
           SELECT AUDIT-LOG ASSIGN TO 'AUDITLOG.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.
            02 ALUM-ROLLNO PIC 9(6).
            02 FILLER PIC X(51).

       FD  LEAVERS-FILE
           LABEL RECORDS ARE STANDARD.
       COPY "leavers.cpy".

       FD  AUDIT-LOG
           LABEL RECORDS ARE STANDARD.
       COPY "auditrec.cpy".
       77 WS-STUDMAST-STATUS PIC XX VALUE '00'.
       77 WS-GUARDIAN-STATUS PIC XX VALUE '00'.
       77 WS-ALUMNI-STATUS PIC XX VALUE '00'.
       77 WS-LEAVERS-STATUS PIC XX VALUE '00'.
       77 WS-AUDIT-STATUS PIC XX VALUE '00'.
       77 WS-SYSLOCK-STATUS PIC XX VALUE '00'.
       77 WS-EOF-FLAG PIC X VALUE 'N'.
           END-IF.

      ***************************************************
      * THE NEXT FREE ROLL NUMBER MUST CLEAR THE LIVE   *
      * MASTER, THE ALUMNI ARCHIVE AND THE LEAVERS FILE *
      * - GRADUATED AND WITHDRAWN NUMBERS ARE NEVER     *
      * REUSED.                                         *
      ***************************************************
       FIND-NEXT-FREE-ROLLNO.
           MOVE ZERO TO WS-NEXT-ROLLNO.
               END-PERFORM
               CLOSE ALUMNI-FILE
           END-IF.
           MOVE 'N' TO WS-EOF-FLAG.
           OPEN INPUT LEAVERS-FILE.
           IF WS-LEAVERS-STATUS = '00'
               PERFORM READ-LEAVER
               PERFORM UNTIL WS-EOF-FLAG = 'Y'
                   IF LVR-ROLLNO > WS-NEXT-ROLLNO
                       MOVE LVR-ROLLNO TO WS-NEXT-ROLLNO
                   END-IF
                   PERFORM READ-LEAVER
               END-PERFORM
               CLOSE LEAVERS-FILE
           END-IF.
           ADD 1 TO WS-NEXT-ROLLNO.
           DISPLAY 'FIRST ROLL NUMBER TO ASSIGN: ' WS-NEXT-ROLLNO.

               AT END MOVE 'Y' TO WS-EOF-FLAG
           END-READ.

       READ-LEAVER.
           READ LEAVERS-FILE
               AT END MOVE 'Y' TO WS-EOF-FLAG
           END-READ.

       READ-APPLICATION.
           READ APPLICATION-FILE
               AT END MOVE 'Y' TO WS-EOF-FLAG
           MOVE APPL-ADDR1 TO GRD-ADDR1.
           MOVE APPL-ADDR2 TO GRD-ADDR2.
           MOVE APPL-PHONE TO GRD-PHONE.
           MOVE ZERO TO GRD-FAMILY-ID.
           WRITE GRD-RECORD
               INVALID KEY
                   DISPLAY 'GUARDIAN ALREADY ON FILE FOR ROLLNO '
