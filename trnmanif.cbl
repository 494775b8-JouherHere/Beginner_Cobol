      ***************************************************
      * COBOL PROGRAM TO PRINT THE BUS MANIFESTS ON     *
      * TRNMANIF.RPT - ONE MANIFEST PER ROUTE ON        *
      * TRNROUTE.DAT WITH THE BUS AND DRIVER, THEN EACH *
      * STOP FROM TRNSTOP.DAT IN RUNNING ORDER WITH ITS *
      * PICK-UP TIME AND THE STUDENTS ASSIGNED TO IT ON *
      * TRNASSGN.DAT - ROLLNO, NAME, CLASS-SECTION AND  *
      * THE GUARDIAN NAME AND PHONE FROM GUARDIAN.DAT   *
      * FOR THE DRIVER. A STUDENT NO LONGER ON THE      *
      * MASTER IS PRINTED MARKED LEFT FOR THE OFFICE TO *
      * REMOVE IN TRNMAINT. THE RUN ENDS WITH A CONTROL *
      * COUNT PROVING EVERY ASSIGNMENT WAS PRINTED; ONE *
      * WHOSE STOP IS MISSING IS LISTED AND GIVES RC 4. *
      ***************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. TRNMANIF.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ROUTE-MASTER ASSIGN TO 'TRNROUTE.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TR-ROUTE
               FILE STATUS IS WS-TRNROUTE-STATUS.
           SELECT STOP-MASTER ASSIGN TO 'TRNSTOP.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TS-KEY
               FILE STATUS IS WS-TRNSTOP-STATUS.
           SELECT ASSIGN-FILE ASSIGN TO 'TRNASSGN.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TA-ROLLNO
               FILE STATUS IS WS-TRNASSGN-STATUS.
           SELECT STUDENT-MASTER ASSIGN TO 'STUDMAST.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ROLLNO
               FILE STATUS IS WS-STUDMAST-STATUS.
           SELECT GUARDIAN-MASTER ASSIGN TO 'GUARDIAN.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GRD-ROLLNO
               FILE STATUS IS WS-GUARDIAN-STATUS.
           SELECT MANIFEST-FILE ASSIGN TO 'TRNMANIF.RPT'
               ORGANIZATION IS SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  ROUTE-MASTER
           LABEL RECORDS ARE STANDARD.
       COPY "trnroute.cpy".

       FD  STOP-MASTER
           LABEL RECORDS ARE STANDARD.
       COPY "trnstop.cpy".

       FD  ASSIGN-FILE
           LABEL RECORDS ARE STANDARD.
       COPY "trnassgn.cpy".

       FD  STUDENT-MASTER
           LABEL RECORDS ARE STANDARD.
       COPY "recmod.cpy".

       FD  GUARDIAN-MASTER
           LABEL RECORDS ARE STANDARD.
       COPY "guardian.cpy".

       FD  MANIFEST-FILE
           LABEL RECORDS ARE STANDARD.
       01 MANIFEST-LINE PIC X(60).

       WORKING-STORAGE SECTION.
       77 WS-TRNROUTE-STATUS PIC XX VALUE '00'.
       77 WS-TRNSTOP-STATUS PIC XX VALUE '00'.
       77 WS-TRNASSGN-STATUS PIC XX VALUE '00'.
       77 WS-STUDMAST-STATUS PIC XX VALUE '00'.
       77 WS-GUARDIAN-STATUS PIC XX VALUE '00'.
       77 WS-EOF-FLAG PIC X VALUE 'N'.
       77 WS-TABLE-OVERFLOW PIC X VALUE 'N'.
       77 WS-ROUTES-OPEN PIC X VALUE 'N'.
       77 WS-STUDENTS-OPEN PIC X VALUE 'N'.
       77 WS-GUARDIANS-OPEN PIC X VALUE 'N'.
       77 WS-AS-IDX PIC 9(3) VALUE ZERO.
       77 WS-BREAK-ROUTE PIC X(4) VALUE SPACES.
       77 WS-ROUTE-STUDENTS PIC 9(3) VALUE ZERO.
       77 WS-ROUTE-CAPACITY PIC 9(3) VALUE ZERO.
       77 WS-ROUTE-COUNT PIC 9(3) VALUE ZERO.
       77 WS-PRINTED-COUNT PIC 9(5) VALUE ZERO.
       77 WS-LEFT-COUNT PIC 9(5) VALUE ZERO.
       77 WS-NO-GUARDIAN-COUNT PIC 9(5) VALUE ZERO.
       77 WS-UNPRINTED-COUNT PIC 9(5) VALUE ZERO.
       77 WS-RUN-DATE PIC 9(8) VALUE ZERO.

      ***************************************************
      * THE ASSIGNMENTS ARE HELD IN ROLLNO ORDER AND    *
      * EACH IS MARKED WHEN IT REACHES A MANIFEST.      *
      ***************************************************
       01 WS-ASSIGN-TABLE.
            02 WS-AS-COUNT PIC 9(3) VALUE ZERO.
            02 WS-AS-ENTRY OCCURS 999 TIMES.
                 03 WS-AS-ROLLNO PIC 9(6).
                 03 WS-AS-ROUTE PIC X(4).
                 03 WS-AS-STOP PIC 9(2).
                 03 WS-AS-PRINTED PIC X.

       01 WS-MAN-TITLE.
            02 FILLER PIC X(24) VALUE 'SCHOOL BUS MANIFEST     '.
            02 FILLER PIC X(6) VALUE 'RUN: '.
            02 WS-MT-RUN-DATE PIC 9(8).

       01 WS-MAN-ROUTE-LINE.
            02 FILLER PIC X(6) VALUE 'ROUTE '.
            02 WS-MR-ROUTE PIC X(4).
            02 FILLER PIC X VALUE SPACE.
            02 WS-MR-NAME PIC X(20).
            02 FILLER PIC X(5) VALUE ' BUS '.
            02 WS-MR-BUS-NO PIC X(10).

       01 WS-MAN-DRIVER-LINE.
            02 FILLER PIC X(7) VALUE 'DRIVER '.
            02 WS-MD-DRIVER PIC X(20).
            02 FILLER PIC X(7) VALUE ' PHONE '.
            02 WS-MD-PHONE PIC X(10).

       01 WS-MAN-STOP-LINE.
            02 FILLER PIC X(5) VALUE 'STOP '.
            02 WS-MS-STOP PIC 9(2).
            02 FILLER PIC X VALUE SPACE.
            02 WS-MS-NAME PIC X(20).
            02 FILLER PIC X(9) VALUE ' PICK-UP '.
            02 WS-MS-PICKUP PIC 9(4).

       01 WS-MAN-COLUMNS.
            02 FILLER PIC X(30)
                VALUE '  ROLL   NAME     CLS GUARDIAN'.
            02 FILLER PIC X(30)
                VALUE '             PHONE'.

       01 WS-MAN-DETAIL.
            02 FILLER PIC X(2) VALUE SPACES.
            02 WS-DT-ROLLNO PIC 9(6).
            02 FILLER PIC X VALUE SPACE.
            02 WS-DT-NAME PIC X(8).
            02 FILLER PIC X VALUE SPACE.
            02 WS-DT-CLASS PIC 9(2).
            02 WS-DT-SECTION PIC X.
            02 FILLER PIC X VALUE SPACE.
            02 WS-DT-GUARDIAN PIC X(20).
            02 FILLER PIC X VALUE SPACE.
            02 WS-DT-PHONE PIC X(10).

       01 WS-MAN-FOOTER.
            02 FILLER PIC X(18) VALUE 'STUDENTS ON ROUTE '.
            02 WS-MF-STUDENTS PIC ZZ9.
            02 FILLER PIC X(10) VALUE ' OF SEATS '.
            02 WS-MF-CAPACITY PIC ZZ9.

       01 WS-MAN-EXCEPTION.
            02 FILLER PIC X(7) VALUE 'ROLLNO '.
            02 WS-MX-ROLLNO PIC 9(6).
            02 FILLER PIC X(7) VALUE ' ROUTE '.
            02 WS-MX-ROUTE PIC X(4).
            02 FILLER PIC X(6) VALUE ' STOP '.
            02 WS-MX-STOP PIC 9(2).
            02 FILLER PIC X(15) VALUE ' - NO SUCH STOP'.

       01 WS-MAN-COUNT-LINE.
            02 WS-MC-LABEL PIC X(30).
            02 WS-MC-COUNT PIC ZZZZ9.
            02 FILLER PIC X VALUE SPACE.
            02 WS-MC-RESULT PIC X(8).

       COPY "splparm.cpy".

       PROCEDURE DIVISION.
       MAIN-PARA.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           PERFORM LOAD-ASSIGN-TABLE.
           IF WS-TABLE-OVERFLOW = 'Y'
               DISPLAY 'MORE THAN 999 TRANSPORT ASSIGNMENTS - '
                   'MANIFESTS NOT PRINTED'
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           IF WS-AS-COUNT = ZERO
               DISPLAY 'NO TRANSPORT ASSIGNMENTS ON TRNASSGN.DAT - '
                   'NO MANIFESTS'
               GOBACK
           END-IF.
           OPEN INPUT STOP-MASTER.
           IF WS-TRNSTOP-STATUS NOT = '00'
               DISPLAY 'TRNSTOP.DAT NOT FOUND - NO MANIFESTS'
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN INPUT ROUTE-MASTER.
           IF WS-TRNROUTE-STATUS = '00'
               MOVE 'Y' TO WS-ROUTES-OPEN
           END-IF.
           OPEN INPUT STUDENT-MASTER.
           IF WS-STUDMAST-STATUS = '00'
               MOVE 'Y' TO WS-STUDENTS-OPEN
           END-IF.
           OPEN INPUT GUARDIAN-MASTER.
           IF WS-GUARDIAN-STATUS = '00'
               MOVE 'Y' TO WS-GUARDIANS-OPEN
           END-IF.
           OPEN OUTPUT MANIFEST-FILE.
           MOVE SPACES TO WS-BREAK-ROUTE.
           MOVE 'N' TO WS-EOF-FLAG.
           PERFORM READ-STOP.
           PERFORM UNTIL WS-EOF-FLAG = 'Y'
               IF TS-ROUTE NOT = WS-BREAK-ROUTE
                   IF WS-BREAK-ROUTE NOT = SPACES
                       PERFORM WRITE-ROUTE-FOOTER
                   END-IF
                   PERFORM WRITE-ROUTE-HEADER
               END-IF
               PERFORM WRITE-ONE-STOP
               PERFORM READ-STOP
           END-PERFORM.
           IF WS-BREAK-ROUTE NOT = SPACES
               PERFORM WRITE-ROUTE-FOOTER
           END-IF.
           CLOSE STOP-MASTER.
           IF WS-ROUTES-OPEN = 'Y'
               CLOSE ROUTE-MASTER
           END-IF.
           IF WS-STUDENTS-OPEN = 'Y'
               CLOSE STUDENT-MASTER
           END-IF.
           IF WS-GUARDIANS-OPEN = 'Y'
               CLOSE GUARDIAN-MASTER
           END-IF.
           PERFORM WRITE-CONTROL-COUNTS.
           CLOSE MANIFEST-FILE.
           MOVE 'TRNMANIF.RPT' TO SPL-REQ-REPORT.
           MOVE 60 TO SPL-REQ-RECLEN.
           CALL 'RPTSPOOL' USING SPL-REQUEST SPL-RESULT.
           DISPLAY 'MANIFESTS PRINTED: ' WS-ROUTE-COUNT
               ' STUDENTS: ' WS-PRINTED-COUNT.
           IF WS-PRINTED-COUNT NOT = WS-AS-COUNT
               MOVE 4 TO RETURN-CODE
           END-IF.
           GOBACK.

       LOAD-ASSIGN-TABLE.
           MOVE ZERO TO WS-AS-COUNT.
           MOVE 'N' TO WS-EOF-FLAG.
           OPEN INPUT ASSIGN-FILE.
           IF WS-TRNASSGN-STATUS = '00'
               PERFORM READ-ASSIGNMENT
               PERFORM UNTIL WS-EOF-FLAG = 'Y'
                       OR WS-TABLE-OVERFLOW = 'Y'
                   IF WS-AS-COUNT = 999
                       MOVE 'Y' TO WS-TABLE-OVERFLOW
                   ELSE
                       ADD 1 TO WS-AS-COUNT
                       MOVE TA-ROLLNO TO WS-AS-ROLLNO (WS-AS-COUNT)
                       MOVE TA-ROUTE TO WS-AS-ROUTE (WS-AS-COUNT)
                       MOVE TA-STOP TO WS-AS-STOP (WS-AS-COUNT)
                       MOVE 'N' TO WS-AS-PRINTED (WS-AS-COUNT)
                       PERFORM READ-ASSIGNMENT
                   END-IF
               END-PERFORM
               CLOSE ASSIGN-FILE
           END-IF.

       WRITE-ROUTE-HEADER.
           MOVE TS-ROUTE TO WS-BREAK-ROUTE.
           MOVE ZERO TO WS-ROUTE-STUDENTS.
           MOVE ZERO TO WS-ROUTE-CAPACITY.
           ADD 1 TO WS-ROUTE-COUNT.
           MOVE TS-ROUTE TO WS-MR-ROUTE.
           MOVE SPACES TO WS-MR-NAME WS-MR-BUS-NO.
           MOVE SPACES TO WS-MD-DRIVER WS-MD-PHONE.
           MOVE '*NOT ON TRNROUTE*' TO WS-MR-NAME.
           IF WS-ROUTES-OPEN = 'Y'
               MOVE TS-ROUTE TO TR-ROUTE
               READ ROUTE-MASTER
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE TR-NAME TO WS-MR-NAME
                       MOVE TR-BUS-NO TO WS-MR-BUS-NO
                       MOVE TR-DRIVER TO WS-MD-DRIVER
                       MOVE TR-DRIVER-PHONE TO WS-MD-PHONE
                       MOVE TR-CAPACITY TO WS-ROUTE-CAPACITY
               END-READ
           END-IF.
           MOVE ALL '=' TO MANIFEST-LINE.
           WRITE MANIFEST-LINE.
           MOVE WS-RUN-DATE TO WS-MT-RUN-DATE.
           WRITE MANIFEST-LINE FROM WS-MAN-TITLE.
           WRITE MANIFEST-LINE FROM WS-MAN-ROUTE-LINE.
           WRITE MANIFEST-LINE FROM WS-MAN-DRIVER-LINE.
           WRITE MANIFEST-LINE FROM WS-MAN-COLUMNS.
           MOVE ALL '-' TO MANIFEST-LINE.
           WRITE MANIFEST-LINE.

       WRITE-ONE-STOP.
           MOVE TS-STOP TO WS-MS-STOP.
           MOVE TS-NAME TO WS-MS-NAME.
           MOVE TS-PICKUP-TIME TO WS-MS-PICKUP.
           WRITE MANIFEST-LINE FROM WS-MAN-STOP-LINE.
           PERFORM VARYING WS-AS-IDX FROM 1 BY 1
                   UNTIL WS-AS-IDX > WS-AS-COUNT
               IF WS-AS-ROUTE (WS-AS-IDX) = TS-ROUTE
                       AND WS-AS-STOP (WS-AS-IDX) = TS-STOP
                   PERFORM WRITE-ONE-STUDENT
               END-IF
           END-PERFORM.

      ***************************************************
      * THE DRIVER NEEDS SOMEONE TO CALL FOR EVERY      *
      * CHILD, SO A MISSING GUARDIAN RECORD IS FLAGGED  *
      * ON THE MANIFEST ITSELF.                         *
      ***************************************************
       WRITE-ONE-STUDENT.
           MOVE 'Y' TO WS-AS-PRINTED (WS-AS-IDX).
           ADD 1 TO WS-ROUTE-STUDENTS.
           ADD 1 TO WS-PRINTED-COUNT.
           MOVE WS-AS-ROLLNO (WS-AS-IDX) TO WS-DT-ROLLNO.
           MOVE '*LEFT*' TO WS-DT-NAME.
           MOVE ZERO TO WS-DT-CLASS.
           MOVE SPACE TO WS-DT-SECTION.
           MOVE '*NO GUARDIAN RECORD*' TO WS-DT-GUARDIAN.
           MOVE SPACES TO WS-DT-PHONE.
           IF WS-STUDENTS-OPEN = 'Y'
               MOVE WS-AS-ROLLNO (WS-AS-IDX) TO ROLLNO
               READ STUDENT-MASTER
                   INVALID KEY
                       ADD 1 TO WS-LEFT-COUNT
                   NOT INVALID KEY
                       MOVE STUDNAME TO WS-DT-NAME
                       MOVE STUD-CLASS TO WS-DT-CLASS
                       MOVE STUD-SECTION TO WS-DT-SECTION
               END-READ
           END-IF.
           IF WS-GUARDIANS-OPEN = 'Y'
               MOVE WS-AS-ROLLNO (WS-AS-IDX) TO GRD-ROLLNO
               READ GUARDIAN-MASTER
                   INVALID KEY
                       ADD 1 TO WS-NO-GUARDIAN-COUNT
                   NOT INVALID KEY
                       MOVE GRD-NAME TO WS-DT-GUARDIAN
                       MOVE GRD-PHONE TO WS-DT-PHONE
               END-READ
           ELSE
               ADD 1 TO WS-NO-GUARDIAN-COUNT
           END-IF.
           WRITE MANIFEST-LINE FROM WS-MAN-DETAIL.

       WRITE-ROUTE-FOOTER.
           MOVE ALL '-' TO MANIFEST-LINE.
           WRITE MANIFEST-LINE.
           MOVE WS-ROUTE-STUDENTS TO WS-MF-STUDENTS.
           MOVE WS-ROUTE-CAPACITY TO WS-MF-CAPACITY.
           WRITE MANIFEST-LINE FROM WS-MAN-FOOTER.
           IF WS-ROUTE-STUDENTS > WS-ROUTE-CAPACITY
               MOVE '*** MORE STUDENTS THAN SEATS ***'
                   TO MANIFEST-LINE
               WRITE MANIFEST-LINE
           END-IF.

      ***************************************************
      * EVERY ASSIGNMENT MUST HAVE REACHED A MANIFEST;  *
      * ONE LEFT OVER POINTS AT A STOP NOT ON FILE.     *
      ***************************************************
       WRITE-CONTROL-COUNTS.
           MOVE ALL '=' TO MANIFEST-LINE.
           WRITE MANIFEST-LINE.
           MOVE 'TRANSPORT MANIFEST CONTROLS' TO MANIFEST-LINE.
           WRITE MANIFEST-LINE.
           MOVE ZERO TO WS-UNPRINTED-COUNT.
           PERFORM VARYING WS-AS-IDX FROM 1 BY 1
                   UNTIL WS-AS-IDX > WS-AS-COUNT
               IF WS-AS-PRINTED (WS-AS-IDX) = 'N'
                   ADD 1 TO WS-UNPRINTED-COUNT
                   MOVE WS-AS-ROLLNO (WS-AS-IDX) TO WS-MX-ROLLNO
                   MOVE WS-AS-ROUTE (WS-AS-IDX) TO WS-MX-ROUTE
                   MOVE WS-AS-STOP (WS-AS-IDX) TO WS-MX-STOP
                   WRITE MANIFEST-LINE FROM WS-MAN-EXCEPTION
               END-IF
           END-PERFORM.
           MOVE SPACES TO WS-MC-RESULT.
           MOVE 'ASSIGNMENTS ON TRNASSGN.DAT' TO WS-MC-LABEL.
           MOVE WS-AS-COUNT TO WS-MC-COUNT.
           WRITE MANIFEST-LINE FROM WS-MAN-COUNT-LINE.
           MOVE 'STUDENTS ON MANIFESTS' TO WS-MC-LABEL.
           MOVE WS-PRINTED-COUNT TO WS-MC-COUNT.
           IF WS-PRINTED-COUNT = WS-AS-COUNT
               MOVE 'AGREES' TO WS-MC-RESULT
           ELSE
               MOVE 'DIFFERS' TO WS-MC-RESULT
           END-IF.
           WRITE MANIFEST-LINE FROM WS-MAN-COUNT-LINE.
           MOVE SPACES TO WS-MC-RESULT.
           MOVE 'STUDENTS NO LONGER ON MASTER' TO WS-MC-LABEL.
           MOVE WS-LEFT-COUNT TO WS-MC-COUNT.
           WRITE MANIFEST-LINE FROM WS-MAN-COUNT-LINE.
           MOVE 'STUDENTS WITH NO GUARDIAN' TO WS-MC-LABEL.
           MOVE WS-NO-GUARDIAN-COUNT TO WS-MC-COUNT.
           WRITE MANIFEST-LINE FROM WS-MAN-COUNT-LINE.

       READ-STOP.
           READ STOP-MASTER NEXT RECORD
               AT END MOVE 'Y' TO WS-EOF-FLAG
           END-READ.

       READ-ASSIGNMENT.
           READ ASSIGN-FILE NEXT RECORD
               AT END MOVE 'Y' TO WS-EOF-FLAG
           END-READ.
