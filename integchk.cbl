      * VERDICT IS WRITTEN TO INTGSTAT.DAT THE SAME WAY *
      * STUDBAL WRITES BALSTAT.DAT, AND PROMOTE AND     *
      * STUDREST DEMAND A CLEAN VERDICT BEFORE THEY     *
      * WILL TOUCH THE MASTER. ROLL NUMBERS ON THE      *
      * ALUMNI ARCHIVE ARE EXCUSED FROM THE HISTORY     *
      * SWEEP, AND THOSE ON LEAVERS.DAT FROM THE        *
      * ATTENDANCE, FEE BALANCE AND HISTORY SWEEPS.     *
      ***************************************************

       IDENTIFICATION DIVISION.
           SELECT ALUMNI-FILE ASSIGN TO 'ALUMNI.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ALUMNI-STATUS.
           SELECT LEAVERS-FILE ASSIGN TO 'LEAVERS.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-LEAVERS-STATUS.
           SELECT INTEG-STATUS ASSIGN TO 'INTGSTAT.DAT'
               ORGANIZATION IS SEQUENTIAL.
           SELECT SYS-LOCK ASSIGN TO 'SYSLOCK.DAT'
            02 ALUM-ROLLNO PIC 9(6).
            02 FILLER PIC X(51).

       FD  LEAVERS-FILE
           LABEL RECORDS ARE STANDARD.
       COPY "leavers.cpy".

       FD  INTEG-STATUS
           LABEL RECORDS ARE STANDARD.
       01 INTEG-STATUS-RECORD.
       77 WS-ALUMNI-STATUS PIC XX VALUE '00'.
       77 WS-ALUM-IDX PIC 9(4) VALUE ZERO.
       77 WS-ON-ALUMNI PIC X VALUE 'N'.
       77 WS-LEAVERS-STATUS PIC XX VALUE '00'.
       77 WS-LVR-IDX PIC 9(4) VALUE ZERO.
       77 WS-ON-LEAVERS PIC X VALUE 'N'.

      ***************************************************
      * GRADUATED ROLL NUMBERS STAY ON TERMHIST.DAT BY  *
            02 WS-ALUM-ENTRY OCCURS 2000 TIMES.
                 03 WS-ALUM-ROLLNO PIC 9(6).

      ***************************************************
      * WITHDRAWN STUDENTS KEEP THEIR ATTENDANCE, FEE   *
      * BALANCE AND TERM HISTORY FOR CERTIFICATE        *
      * REPRINTS, SO THOSE SWEEPS EXCUSE ANY ROLLNO     *
      * FOUND ON THE LEAVERS FILE. THEIR MARK DETAIL IS *
      * REMOVED ON WITHDRAWAL AND IS NOT EXCUSED.       *
      ***************************************************
       01 WS-LEAVERS-TABLE.
            02 WS-LVR-COUNT PIC 9(4) VALUE ZERO.
            02 WS-LVR-ENTRY OCCURS 2000 TIMES.
                 03 WS-LVR-ROLLNO PIC 9(6).

       PROCEDURE DIVISION.
       MAIN-PARA.
           PERFORM CHECK-ONLINE-LOCK.
           DISPLAY 'RUN DATE: ' WS-RUN-DATE.
           DISPLAY '------------------------------------------'.
           PERFORM LOAD-ALUMNI-TABLE.
           PERFORM LOAD-LEAVERS-TABLE.
           PERFORM SWEEP-MASTER-SIDE.
           PERFORM SWEEP-MARK-DETAIL.
           PERFORM SWEEP-ATT-SUMMARY.
                   MOVE ATT-ROLLNO TO WS-CHECK-ROLLNO
                   PERFORM CHECK-ON-MASTER
                   IF WS-FOUND-FLAG = 'N'
                       PERFORM CHECK-ON-LEAVERS
                       IF WS-ON-LEAVERS = 'N'
                           ADD 1 TO WS-ATT-ORPHANS
                           DISPLAY 'ATTENDANCE ORPHAN: ROLLNO '
                               ATT-ROLLNO
                       END-IF
                   END-IF
                   PERFORM READ-ATTSUMM-NEXT
               END-PERFORM
                   MOVE FB-ROLLNO TO WS-CHECK-ROLLNO
                   PERFORM CHECK-ON-MASTER
                   IF WS-FOUND-FLAG = 'N'
                       PERFORM CHECK-ON-LEAVERS
                       IF WS-ON-LEAVERS = 'N'
                           ADD 1 TO WS-FEE-ORPHANS
                           DISPLAY 'FEE BALANCE ORPHAN: ROLLNO '
                               FB-ROLLNO
                       END-IF
                   END-IF
                   PERFORM READ-FEEBAL-NEXT
               END-PERFORM
                   IF WS-FOUND-FLAG = 'N'
                       PERFORM CHECK-ON-ALUMNI
                       IF WS-ON-ALUMNI = 'N'
                           PERFORM CHECK-ON-LEAVERS
                       END-IF
                       IF WS-ON-ALUMNI = 'N' AND WS-ON-LEAVERS = 'N'
                           ADD 1 TO WS-HIST-ORPHANS
                           DISPLAY 'TERM HISTORY ORPHAN: ROLLNO '
                               HIST-ROLLNO ' TERM ' HIST-TERM-ID
               END-IF
           END-PERFORM.

       LOAD-LEAVERS-TABLE.
           MOVE ZERO TO WS-LVR-COUNT.
           MOVE 'N' TO WS-EOF-FLAG.
           OPEN INPUT LEAVERS-FILE.
           IF WS-LEAVERS-STATUS = '00'
               PERFORM READ-LEAVERS-NEXT
               PERFORM UNTIL WS-EOF-FLAG = 'Y'
                       OR WS-LVR-COUNT = 2000
                   ADD 1 TO WS-LVR-COUNT
                   MOVE LVR-ROLLNO
                       TO WS-LVR-ROLLNO (WS-LVR-COUNT)
                   PERFORM READ-LEAVERS-NEXT
               END-PERFORM
               IF WS-EOF-FLAG = 'N'
                   DISPLAY 'LEAVERS.DAT HAS MORE THAN 2000 RECORDS '
                       '- LATER LEAVERS MAY SHOW AS ORPHANS'
               END-IF
               CLOSE LEAVERS-FILE
           END-IF.

       READ-LEAVERS-NEXT.
           READ LEAVERS-FILE
               AT END MOVE 'Y' TO WS-EOF-FLAG
           END-READ.

       CHECK-ON-LEAVERS.
           MOVE 'N' TO WS-ON-LEAVERS.
           PERFORM VARYING WS-LVR-IDX FROM 1 BY 1
                   UNTIL WS-LVR-IDX > WS-LVR-COUNT
                   OR WS-ON-LEAVERS = 'Y'
               IF WS-LVR-ROLLNO (WS-LVR-IDX) = WS-CHECK-ROLLNO
                   MOVE 'Y' TO WS-ON-LEAVERS
               END-IF
           END-PERFORM.

       READ-HISTORY-NEXT.
           READ TERM-HISTORY
               AT END MOVE 'Y' TO WS-EOF-FLAG
