      * REQUIRES AN ADMIN SIGN-ON THROUGH OPRSIGN;      *
      * WHEN NO OPERATOR MASTER EXISTS YET THE SIGN-ON  *
      * PASSES WITH ADMIN AUTHORITY SO THE FIRST        *
      * OPERATOR CAN BE CREATED. A TEACHING OPERATOR IS *
      * LINKED TO THEIR EMPMAST.DAT EMPID, WHICH MUST   *
      * BE ON FILE AND NOT SEPARATED; ZERO MEANS AN     *
      * OFFICE OPERATOR WITH NO STAFF RECORD.           *
      ***************************************************

       IDENTIFICATION DIVISION.
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OPR-ID
               FILE STATUS IS WS-OPERMAST-STATUS.
           SELECT EMP-MASTER ASSIGN TO 'EMPMAST.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EMPID
               FILE STATUS IS WS-EMPMAST-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  OPERATOR-MASTER
           LABEL RECORDS ARE STANDARD.
       COPY "oprrec.cpy".

       FD  EMP-MASTER
           LABEL RECORDS ARE STANDARD.
       COPY "emprecord.cpy".

       WORKING-STORAGE SECTION.
       77 WS-OPERMAST-STATUS PIC XX VALUE '00'.
       77 WS-EMPMAST-STATUS PIC XX VALUE '00'.
       77 WS-CHOICE PIC 9 VALUE ZERO.
       77 WS-FOUND-FLAG PIC X VALUE 'N'.
       77 WS-EOF-FLAG PIC X VALUE 'N'.
       01 WS-NEW-DATA.
            02 WS-NEW-PASSWORD PIC X(8).
            02 WS-NEW-AUTHORITY PIC X.
            02 WS-NEW-EMPID PIC 9(5).

       COPY "oprparm.cpy".

           DISPLAY 'ENTER PASSWORD: '.
           ACCEPT WS-NEW-PASSWORD.
           PERFORM ACCEPT-VALID-AUTHORITY.
           PERFORM ACCEPT-VALID-EMPID.

       ACCEPT-VALID-AUTHORITY.
           MOVE 'N' TO WS-ENTRY-VALID-FLAG.
               END-IF
           END-PERFORM.

       ACCEPT-VALID-EMPID.
           MOVE 'N' TO WS-ENTRY-VALID-FLAG.
           PERFORM UNTIL WS-ENTRY-VALID-FLAG = 'Y'
               DISPLAY 'ENTER LINKED STAFF EMPID (0 = NONE): '
               ACCEPT WS-NEW-EMPID
               IF WS-NEW-EMPID = ZERO
                   MOVE 'Y' TO WS-ENTRY-VALID-FLAG
               ELSE
                   PERFORM CHECK-EMP-ON-FILE
               END-IF
           END-PERFORM.

       CHECK-EMP-ON-FILE.
           OPEN INPUT EMP-MASTER.
           IF WS-EMPMAST-STATUS NOT = '00'
               DISPLAY 'EMP-MASTER NOT FOUND - ENTER 0 FOR NONE'
           ELSE
               MOVE WS-NEW-EMPID TO EMPID
               READ EMP-MASTER
                   INVALID KEY
                       DISPLAY 'EMPID NOT ON EMP-MASTER - TRY AGAIN'
                   NOT INVALID KEY
                       IF EMPSTATUS = 'S' OR EMPSTATUS = 'F'
                           DISPLAY 'EMPID ' EMPID ' SEPARATED ON '
                               EMPLEAVEDATE ' - TRY AGAIN'
                       ELSE
                           MOVE 'Y' TO WS-ENTRY-VALID-FLAG
                           DISPLAY 'LINKED TO: ' EMPNAME
                       END-IF
               END-READ
               CLOSE EMP-MASTER
           END-IF.

       ADD-OPERATOR.
           DISPLAY 'ENTER OPERATOR ID: '.
           ACCEPT WS-TARGET-OPR-ID.
           MOVE WS-TARGET-OPR-ID TO OPR-ID.
           MOVE WS-NEW-PASSWORD TO OPR-PASSWORD.
           MOVE WS-NEW-AUTHORITY TO OPR-AUTHORITY.
           MOVE WS-NEW-EMPID TO OPR-EMPID.
           WRITE OPR-RECORD
               INVALID KEY
                   DISPLAY 'OPERATOR ID ALREADY EXISTS'
           IF WS-FOUND-FLAG = 'Y'
               MOVE WS-NEW-PASSWORD TO OPR-PASSWORD
               MOVE WS-NEW-AUTHORITY TO OPR-AUTHORITY
               MOVE WS-NEW-EMPID TO OPR-EMPID
               REWRITE OPR-RECORD
               DISPLAY 'OPERATOR UPDATED'
           ELSE
                   'FILE'
           ELSE
               DISPLAY ' '
               DISPLAY 'OPERATOR AUTHORITY EMPID'
               DISPLAY '------------------------'
               PERFORM READ-OPERATOR
               PERFORM UNTIL WS-EOF-FLAG = 'Y'
                   DISPLAY OPR-ID ' ' OPR-AUTHORITY '         '
                       OPR-EMPID
                   ADD 1 TO WS-OPR-COUNT
                   PERFORM READ-OPERATOR
               END-PERFORM
               CLOSE OPERATOR-MASTER
               DISPLAY '------------------------'
               DISPLAY 'OPERATORS ON FILE: ' WS-OPR-COUNT
           END-IF.

