      ***************************************************
      * COBOL PROGRAM TO REPORT THE SEATS REMAINING ON  *
      * EACH SCHOOL BUS ON TRNVACY.RPT - ONE LINE PER   *
      * ROUTE ON TRNROUTE.DAT WITH THE BUS, ITS SEATING *
      * CAPACITY, THE STUDENTS ASSIGNED TO IT ON        *
      * TRNASSGN.DAT AND THE SEATS STILL VACANT. A      *
      * SEAT HELD BY A STUDENT NO LONGER ON THE MASTER  *
      * IS SHOWN AS LAPSED SO THE OFFICE CAN FREE IT IN *
      * TRNMAINT. A BUS CARRYING MORE THAN ITS SEATS IS *
      * FLAGGED OVER AND AN ASSIGNMENT TO A ROUTE NOT   *
      * ON FILE IS COUNTED; EITHER GIVES RC 4.          *
      ***************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. TRNVACY.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ROUTE-MASTER ASSIGN TO 'TRNROUTE.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TR-ROUTE
               FILE STATUS IS WS-TRNROUTE-STATUS.
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
           SELECT VACANCY-FILE ASSIGN TO 'TRNVACY.RPT'
               ORGANIZATION IS SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  ROUTE-MASTER
           LABEL RECORDS ARE STANDARD.
       COPY "trnroute.cpy".

       FD  ASSIGN-FILE
           LABEL RECORDS ARE STANDARD.
       COPY "trnassgn.cpy".

       FD  STUDENT-MASTER
           LABEL RECORDS ARE STANDARD.
       COPY "recmod.cpy".

       FD  VACANCY-FILE
           LABEL RECORDS ARE STANDARD.
       01 VACANCY-LINE PIC X(60).

       WORKING-STORAGE SECTION.
       77 WS-TRNROUTE-STATUS PIC XX VALUE '00'.
       77 WS-TRNASSGN-STATUS PIC XX VALUE '00'.
       77 WS-STUDMAST-STATUS PIC XX VALUE '00'.
       77 WS-EOF-FLAG PIC X VALUE 'N'.
       77 WS-TABLE-OVERFLOW PIC X VALUE 'N'.
       77 WS-STUDENTS-OPEN PIC X VALUE 'N'.
       77 WS-RT-IDX PIC 9(3) VALUE ZERO.
       77 WS-FOUND-IDX PIC 9(3) VALUE ZERO.
       77 WS-NO-ROUTE-COUNT PIC 9(5) VALUE ZERO.
       77 WS-OVER-COUNT PIC 9(3) VALUE ZERO.
       77 WS-TOT-CAPACITY PIC 9(5) VALUE ZERO.
       77 WS-TOT-ASSIGNED PIC 9(5) VALUE ZERO.
       77 WS-TOT-LAPSED PIC 9(5) VALUE ZERO.
       77 WS-TOT-VACANT PIC 9(5) VALUE ZERO.
       77 WS-RUN-DATE PIC 9(8) VALUE ZERO.

      ***************************************************
      * ONE ENTRY PER ROUTE, IN ROUTE ORDER, WITH THE   *
      * SEATS TAKEN COUNTED UP FROM TRNASSGN.DAT.       *
      ***************************************************
       01 WS-ROUTE-TABLE.
            02 WS-RT-COUNT PIC 9(3) VALUE ZERO.
            02 WS-RT-ENTRY OCCURS 200 TIMES.
                 03 WS-RT-ROUTE PIC X(4).
                 03 WS-RT-BUS-NO PIC X(10).
                 03 WS-RT-CAPACITY PIC 9(3).
                 03 WS-RT-ASSIGNED PIC 9(3).
                 03 WS-RT-LAPSED PIC 9(3).

       01 WS-VAC-TITLE.
            02 FILLER PIC X(30) VALUE 'BUS SEAT VACANCY REPORT'.
            02 FILLER PIC X(6) VALUE 'RUN: '.
            02 WS-VT-RUN-DATE PIC 9(8).

       01 WS-VAC-COLUMNS.
            02 FILLER PIC X(30)
                VALUE 'ROUTE BUS        SEATS   ASSGN'.
            02 FILLER PIC X(30)
                VALUE '   LAPSED  VACANT'.

       01 WS-VAC-DETAIL.
            02 WS-VD-ROUTE PIC X(4).
            02 FILLER PIC X(2) VALUE SPACES.
            02 WS-VD-BUS-NO PIC X(10).
            02 FILLER PIC X(3) VALUE SPACES.
            02 WS-VD-CAPACITY PIC ZZ9.
            02 FILLER PIC X(4) VALUE SPACES.
            02 WS-VD-ASSIGNED PIC ZZZ9.
            02 FILLER PIC X(5) VALUE SPACES.
            02 WS-VD-LAPSED PIC ZZZ9.
            02 FILLER PIC X(4) VALUE SPACES.
            02 WS-VD-VACANT PIC ZZZ9.
            02 FILLER PIC X VALUE SPACE.
            02 WS-VD-FLAG PIC X(4).

       01 WS-VAC-COUNT-LINE.
            02 WS-VC-LABEL PIC X(30).
            02 WS-VC-COUNT PIC ZZZZ9.

       COPY "splparm.cpy".

       PROCEDURE DIVISION.
       MAIN-PARA.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           PERFORM LOAD-ROUTE-TABLE.
           IF WS-TABLE-OVERFLOW = 'Y'
               DISPLAY 'MORE THAN 200 ROUTES ON TRNROUTE.DAT - '
                   'VACANCY REPORT NOT PRODUCED'
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           IF WS-RT-COUNT = ZERO
               DISPLAY 'NO ROUTES ON TRNROUTE.DAT - '
                   'NO VACANCY REPORT'
               GOBACK
           END-IF.
           PERFORM COUNT-ASSIGNMENTS.
           OPEN OUTPUT VACANCY-FILE.
           MOVE ALL '=' TO VACANCY-LINE.
           WRITE VACANCY-LINE.
           MOVE WS-RUN-DATE TO WS-VT-RUN-DATE.
           WRITE VACANCY-LINE FROM WS-VAC-TITLE.
           WRITE VACANCY-LINE FROM WS-VAC-COLUMNS.
           MOVE ALL '-' TO VACANCY-LINE.
           WRITE VACANCY-LINE.
           PERFORM VARYING WS-RT-IDX FROM 1 BY 1
                   UNTIL WS-RT-IDX > WS-RT-COUNT
               PERFORM WRITE-ROUTE-LINE
           END-PERFORM.
           PERFORM WRITE-TOTALS.
           CLOSE VACANCY-FILE.
           MOVE 'TRNVACY.RPT' TO SPL-REQ-REPORT.
           MOVE 60 TO SPL-REQ-RECLEN.
           CALL 'RPTSPOOL' USING SPL-REQUEST SPL-RESULT.
           DISPLAY 'ROUTES REPORTED: ' WS-RT-COUNT
               ' SEATS VACANT: ' WS-TOT-VACANT.
           IF WS-OVER-COUNT > ZERO OR WS-NO-ROUTE-COUNT > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF.
           GOBACK.

       LOAD-ROUTE-TABLE.
           MOVE ZERO TO WS-RT-COUNT.
           MOVE 'N' TO WS-EOF-FLAG.
           OPEN INPUT ROUTE-MASTER.
           IF WS-TRNROUTE-STATUS = '00'
               PERFORM READ-ROUTE
               PERFORM UNTIL WS-EOF-FLAG = 'Y'
                       OR WS-TABLE-OVERFLOW = 'Y'
                   IF WS-RT-COUNT = 200
                       MOVE 'Y' TO WS-TABLE-OVERFLOW
                   ELSE
                       ADD 1 TO WS-RT-COUNT
                       MOVE TR-ROUTE TO WS-RT-ROUTE (WS-RT-COUNT)
                       MOVE TR-BUS-NO TO WS-RT-BUS-NO (WS-RT-COUNT)
                       MOVE TR-CAPACITY
                           TO WS-RT-CAPACITY (WS-RT-COUNT)
                       MOVE ZERO TO WS-RT-ASSIGNED (WS-RT-COUNT)
                       MOVE ZERO TO WS-RT-LAPSED (WS-RT-COUNT)
                       PERFORM READ-ROUTE
                   END-IF
               END-PERFORM
               CLOSE ROUTE-MASTER
           END-IF.

      ***************************************************
      * EVERY ASSIGNMENT TAKES A SEAT, AS IT DOES IN    *
      * TRNMAINT; ONE WHOSE STUDENT HAS LEFT IS ALSO    *
      * COUNTED AS LAPSED.                              *
      ***************************************************
       COUNT-ASSIGNMENTS.
           MOVE 'N' TO WS-EOF-FLAG.
           OPEN INPUT STUDENT-MASTER.
           IF WS-STUDMAST-STATUS = '00'
               MOVE 'Y' TO WS-STUDENTS-OPEN
           END-IF.
           OPEN INPUT ASSIGN-FILE.
           IF WS-TRNASSGN-STATUS = '00'
               PERFORM READ-ASSIGNMENT
               PERFORM UNTIL WS-EOF-FLAG = 'Y'
                   PERFORM COUNT-ONE-ASSIGNMENT
                   PERFORM READ-ASSIGNMENT
               END-PERFORM
               CLOSE ASSIGN-FILE
           END-IF.
           IF WS-STUDENTS-OPEN = 'Y'
               CLOSE STUDENT-MASTER
           END-IF.

       COUNT-ONE-ASSIGNMENT.
           MOVE ZERO TO WS-FOUND-IDX.
           PERFORM VARYING WS-RT-IDX FROM 1 BY 1
                   UNTIL WS-RT-IDX > WS-RT-COUNT
                   OR WS-FOUND-IDX > ZERO
               IF WS-RT-ROUTE (WS-RT-IDX) = TA-ROUTE
                   MOVE WS-RT-IDX TO WS-FOUND-IDX
               END-IF
           END-PERFORM.
           IF WS-FOUND-IDX = ZERO
               ADD 1 TO WS-NO-ROUTE-COUNT
           ELSE
               ADD 1 TO WS-RT-ASSIGNED (WS-FOUND-IDX)
               IF WS-STUDENTS-OPEN = 'Y'
                   MOVE TA-ROLLNO TO ROLLNO
                   READ STUDENT-MASTER
                       INVALID KEY
                           ADD 1 TO WS-RT-LAPSED (WS-FOUND-IDX)
                       NOT INVALID KEY
                           CONTINUE
                   END-READ
               END-IF
           END-IF.

       WRITE-ROUTE-LINE.
           MOVE WS-RT-ROUTE (WS-RT-IDX) TO WS-VD-ROUTE.
           MOVE WS-RT-BUS-NO (WS-RT-IDX) TO WS-VD-BUS-NO.
           MOVE WS-RT-CAPACITY (WS-RT-IDX) TO WS-VD-CAPACITY.
           MOVE WS-RT-ASSIGNED (WS-RT-IDX) TO WS-VD-ASSIGNED.
           MOVE WS-RT-LAPSED (WS-RT-IDX) TO WS-VD-LAPSED.
           MOVE SPACES TO WS-VD-FLAG.
           ADD WS-RT-CAPACITY (WS-RT-IDX) TO WS-TOT-CAPACITY.
           ADD WS-RT-ASSIGNED (WS-RT-IDX) TO WS-TOT-ASSIGNED.
           ADD WS-RT-LAPSED (WS-RT-IDX) TO WS-TOT-LAPSED.
           IF WS-RT-ASSIGNED (WS-RT-IDX) > WS-RT-CAPACITY (WS-RT-IDX)
               MOVE ZERO TO WS-VD-VACANT
               MOVE 'OVER' TO WS-VD-FLAG
               ADD 1 TO WS-OVER-COUNT
           ELSE
               COMPUTE WS-VD-VACANT = WS-RT-CAPACITY (WS-RT-IDX)
                   - WS-RT-ASSIGNED (WS-RT-IDX)
               COMPUTE WS-TOT-VACANT = WS-TOT-VACANT
                   + WS-RT-CAPACITY (WS-RT-IDX)
                   - WS-RT-ASSIGNED (WS-RT-IDX)
           END-IF.
           WRITE VACANCY-LINE FROM WS-VAC-DETAIL.

       WRITE-TOTALS.
           MOVE ALL '-' TO VACANCY-LINE.
           WRITE VACANCY-LINE.
           MOVE 'TOTAL SEATS' TO WS-VC-LABEL.
           MOVE WS-TOT-CAPACITY TO WS-VC-COUNT.
           WRITE VACANCY-LINE FROM WS-VAC-COUNT-LINE.
           MOVE 'SEATS ASSIGNED' TO WS-VC-LABEL.
           MOVE WS-TOT-ASSIGNED TO WS-VC-COUNT.
           WRITE VACANCY-LINE FROM WS-VAC-COUNT-LINE.
           MOVE 'SEATS LAPSED - STUDENT LEFT' TO WS-VC-LABEL.
           MOVE WS-TOT-LAPSED TO WS-VC-COUNT.
           WRITE VACANCY-LINE FROM WS-VAC-COUNT-LINE.
           MOVE 'SEATS VACANT' TO WS-VC-LABEL.
           MOVE WS-TOT-VACANT TO WS-VC-COUNT.
           WRITE VACANCY-LINE FROM WS-VAC-COUNT-LINE.
           MOVE 'BUSES OVER CAPACITY' TO WS-VC-LABEL.
           MOVE WS-OVER-COUNT TO WS-VC-COUNT.
           WRITE VACANCY-LINE FROM WS-VAC-COUNT-LINE.
           MOVE 'ASSIGNMENTS TO NO SUCH ROUTE' TO WS-VC-LABEL.
           MOVE WS-NO-ROUTE-COUNT TO WS-VC-COUNT.
           WRITE VACANCY-LINE FROM WS-VAC-COUNT-LINE.

       READ-ROUTE.
           READ ROUTE-MASTER NEXT RECORD
               AT END MOVE 'Y' TO WS-EOF-FLAG
           END-READ.

       READ-ASSIGNMENT.
           READ ASSIGN-FILE NEXT RECORD
               AT END MOVE 'Y' TO WS-EOF-FLAG
           END-READ.
