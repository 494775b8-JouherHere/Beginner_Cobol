      ***************************************************
      * COBOL PROGRAM TO MAINTAIN SCHOOL TRANSPORT -    *
      * SET UP OR CHANGE A BUS ROUTE ON TRNROUTE.DAT    *
      * WITH ITS BUS, DRIVER AND SEATING CAPACITY, SET  *
      * UP OR CHANGE A STOP ON TRNSTOP.DAT WITH ITS     *
      * PICK-UP TIME AND FARE PER TERM, DELETE A STOP   *
      * NOBODY USES, AND ASSIGN A STUDENT ON            *
      * STUDMAST.DAT TO A ROUTE AND STOP ON             *
      * TRNASSGN.DAT OR REMOVE THE ASSIGNMENT. A        *
      * STUDENT IS NOT PUT ON A BUS THAT IS ALREADY     *
      * FULL. FEEPOST BILLS THE STOP FARE WITH THE TERM *
      * FEES; TRNMANIF PRINTS THE DRIVERS' MANIFESTS    *
      * AND TRNVACY THE SEATS LEFT. THE SESSION STARTS  *
      * WITH AN OPRSIGN SIGN-ON AND NEEDS UPDATE        *
      * AUTHORITY FOR ANY CHANGE.                       *
      ***************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. TRNMAINT.
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

       WORKING-STORAGE SECTION.
       77 WS-TRNROUTE-STATUS PIC XX VALUE '00'.
       77 WS-TRNSTOP-STATUS PIC XX VALUE '00'.
       77 WS-TRNASSGN-STATUS PIC XX VALUE '00'.
       77 WS-STUDMAST-STATUS PIC XX VALUE '00'.
       77 WS-EOF-FLAG PIC X VALUE 'N'.
       77 WS-STOP-EOF-FLAG PIC X VALUE 'N'.
       77 WS-STOPS-OPEN PIC X VALUE 'N'.
       77 WS-CHOICE PIC 9 VALUE ZERO.
       77 WS-CONFIRM PIC X VALUE SPACE.
       77 WS-ENTRY-VALID-FLAG PIC X VALUE 'N'.
       77 WS-FOUND-FLAG PIC X VALUE 'N'.
       77 WS-ROUTE-FOUND PIC X VALUE 'N'.
       77 WS-STOP-FOUND PIC X VALUE 'N'.
       77 WS-STUDENT-FOUND PIC X VALUE 'N'.
       77 WS-ENTRY-ROUTE PIC X(4) VALUE SPACES.
       77 WS-ENTRY-STOP PIC 9(2) VALUE ZERO.
       77 WS-ENTRY-ROLLNO PIC 9(6) VALUE ZERO.
       77 WS-ENTRY-NUMBER PIC 9(7)V99 VALUE ZERO.
       77 WS-RANGE-LOW PIC 9(8) VALUE ZERO.
       77 WS-RANGE-HIGH PIC 9(8) VALUE ZERO.
       77 WS-ROUTE-CAPACITY PIC 9(3) VALUE ZERO.
       77 WS-SEATS-TAKEN PIC 9(5) VALUE ZERO.
       77 WS-STOP-USERS PIC 9(5) VALUE ZERO.
       77 WS-STOP-COUNT PIC 9(3) VALUE ZERO.
       77 WS-ROUTE-COUNT PIC 9(3) VALUE ZERO.
       77 WS-STUDENT-NAME PIC A(8) VALUE SPACES.
       77 WS-STOP-NAME PIC X(20) VALUE SPACES.
       77 WS-STOP-FARE PIC 9(5)V99 VALUE ZERO.
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
           PERFORM UNTIL WS-CHOICE = 7
               PERFORM DISPLAY-MENU
               ACCEPT WS-CHOICE
               EVALUATE WS-CHOICE
                   WHEN 1 IF SGN-AUTHORITY = 'I'
                              PERFORM REFUSE-INQUIRE-ONLY
                          ELSE
                              PERFORM SET-ROUTE
                          END-IF
                   WHEN 2 IF SGN-AUTHORITY = 'I'
                              PERFORM REFUSE-INQUIRE-ONLY
                          ELSE
                              PERFORM SET-STOP
                          END-IF
                   WHEN 3 IF SGN-AUTHORITY = 'I'
                              PERFORM REFUSE-INQUIRE-ONLY
                          ELSE
                              PERFORM DELETE-STOP
                          END-IF
                   WHEN 4 IF SGN-AUTHORITY = 'I'
                              PERFORM REFUSE-INQUIRE-ONLY
                          ELSE
                              PERFORM ASSIGN-STUDENT
                          END-IF
                   WHEN 5 IF SGN-AUTHORITY = 'I'
                              PERFORM REFUSE-INQUIRE-ONLY
                          ELSE
                              PERFORM REMOVE-ASSIGNMENT
                          END-IF
                   WHEN 6 PERFORM LIST-ROUTES
                   WHEN 7 DISPLAY 'EXITING TRANSPORT MAINTENANCE'
                   WHEN OTHER DISPLAY 'INVALID CHOICE, TRY AGAIN'
               END-EVALUATE
           END-PERFORM.
           STOP RUN.

       REFUSE-INQUIRE-ONLY.
           DISPLAY 'UPDATE AUTHORITY REQUIRED - INQUIRY ONLY'.

       DISPLAY-MENU.
           DISPLAY ' '.
           DISPLAY 'TRANSPORT MAINTENANCE'.
           DISPLAY '1. SET UP OR CHANGE A ROUTE'.
           DISPLAY '2. SET UP OR CHANGE A STOP'.
           DISPLAY '3. DELETE A STOP'.
           DISPLAY '4. ASSIGN A STUDENT TO A ROUTE AND STOP'.
           DISPLAY '5. REMOVE A STUDENT''S ASSIGNMENT'.
           DISPLAY '6. LIST ROUTES AND STOPS'.
           DISPLAY '7. EXIT'.
           DISPLAY 'ENTER CHOICE: '.

       ACCEPT-VALID-NUMBER.
           MOVE 'N' TO WS-ENTRY-VALID-FLAG.
           PERFORM UNTIL WS-ENTRY-VALID-FLAG = 'Y'
               ACCEPT WS-ENTRY-NUMBER
               MOVE 'N' TO VAL-RULE-TYPE
               MOVE WS-ENTRY-NUMBER TO VAL-NUM-VALUE
               MOVE WS-RANGE-LOW TO VAL-RANGE-LOW
               MOVE WS-RANGE-HIGH TO VAL-RANGE-HIGH
               CALL 'VALEDIT' USING VAL-REQUEST VAL-RESULT
               IF VAL-PASS-FLAG = 'N'
                   DISPLAY VAL-REASON ' - TRY AGAIN'
               ELSE
                   MOVE 'Y' TO WS-ENTRY-VALID-FLAG
               END-IF
           END-PERFORM.

       ACCEPT-ROUTE-CODE.
           MOVE SPACES TO WS-ENTRY-ROUTE.
           PERFORM UNTIL WS-ENTRY-ROUTE NOT = SPACES
               DISPLAY 'ENTER ROUTE CODE: '
               ACCEPT WS-ENTRY-ROUTE
           END-PERFORM.

       ACCEPT-STOP-NUMBER.
           DISPLAY 'ENTER STOP NUMBER (1-99): '.
           MOVE 1 TO WS-RANGE-LOW.
           MOVE 99 TO WS-RANGE-HIGH.
           PERFORM ACCEPT-VALID-NUMBER.
           MOVE WS-ENTRY-NUMBER TO WS-ENTRY-STOP.

       FIND-ROUTE.
           MOVE 'N' TO WS-ROUTE-FOUND.
           MOVE ZERO TO WS-ROUTE-CAPACITY.
           OPEN INPUT ROUTE-MASTER.
           IF WS-TRNROUTE-STATUS = '00'
               MOVE WS-ENTRY-ROUTE TO TR-ROUTE
               READ ROUTE-MASTER
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 'Y' TO WS-ROUTE-FOUND
                       MOVE TR-CAPACITY TO WS-ROUTE-CAPACITY
               END-READ
               CLOSE ROUTE-MASTER
           END-IF.

      ***************************************************
      * LOWERING THE CAPACITY BELOW THE STUDENTS        *
      * ALREADY ASSIGNED IS ALLOWED (A SMALLER BUS MAY  *
      * BE ALL THAT IS AVAILABLE) BUT IS WARNED ABOUT   *
      * SO THE OFFICE CAN MOVE STUDENTS OFF THE ROUTE.  *
      ***************************************************
       SET-ROUTE.
           PERFORM ACCEPT-ROUTE-CODE.
           PERFORM OPEN-ROUTES-FOR-UPDATE.
           MOVE WS-ENTRY-ROUTE TO TR-ROUTE.
           READ ROUTE-MASTER
               INVALID KEY MOVE 'N' TO WS-FOUND-FLAG
               NOT INVALID KEY MOVE 'Y' TO WS-FOUND-FLAG
           END-READ.
           IF WS-FOUND-FLAG = 'Y'
               DISPLAY 'ROUTE WAS ' TR-NAME ' BUS ' TR-BUS-NO
                   ' SEATS ' TR-CAPACITY
               DISPLAY 'DRIVER ' TR-DRIVER ' ' TR-DRIVER-PHONE
           ELSE
               MOVE SPACES TO TR-RECORD
               MOVE WS-ENTRY-ROUTE TO TR-ROUTE
           END-IF.
           DISPLAY 'ENTER ROUTE NAME: '.
           ACCEPT TR-NAME.
           DISPLAY 'ENTER BUS REGISTRATION NUMBER: '.
           ACCEPT TR-BUS-NO.
           DISPLAY 'ENTER DRIVER NAME: '.
           ACCEPT TR-DRIVER.
           DISPLAY 'ENTER DRIVER PHONE: '.
           ACCEPT TR-DRIVER-PHONE.
           DISPLAY 'ENTER SEATING CAPACITY (1-999): '.
           MOVE 1 TO WS-RANGE-LOW.
           MOVE 999 TO WS-RANGE-HIGH.
           PERFORM ACCEPT-VALID-NUMBER.
           MOVE WS-ENTRY-NUMBER TO TR-CAPACITY.
           IF WS-FOUND-FLAG = 'Y'
               REWRITE TR-RECORD
               DISPLAY 'ROUTE ' WS-ENTRY-ROUTE ' CHANGED'
           ELSE
               WRITE TR-RECORD
                   INVALID KEY
                       DISPLAY 'ROUTE COULD NOT BE WRITTEN'
                   NOT INVALID KEY
                       DISPLAY 'ROUTE ' WS-ENTRY-ROUTE ' ADDED'
               END-WRITE
           END-IF.
           MOVE TR-CAPACITY TO WS-ROUTE-CAPACITY.
           CLOSE ROUTE-MASTER.
           PERFORM COUNT-ROUTE-SEATS.
           IF WS-SEATS-TAKEN > WS-ROUTE-CAPACITY
               DISPLAY 'WARNING - ' WS-SEATS-TAKEN ' STUDENTS '
                   'ASSIGNED TO THE ROUTE, ONLY ' WS-ROUTE-CAPACITY
                   ' SEATS'
           END-IF.

       SET-STOP.
           PERFORM ACCEPT-ROUTE-CODE.
           PERFORM FIND-ROUTE.
           IF WS-ROUTE-FOUND = 'N'
               DISPLAY 'ROUTE ' WS-ENTRY-ROUTE ' NOT ON TRNROUTE.DAT '
                   '- SET UP THE ROUTE FIRST'
           ELSE
               PERFORM ACCEPT-STOP-NUMBER
               PERFORM OPEN-STOPS-FOR-UPDATE
               MOVE WS-ENTRY-ROUTE TO TS-ROUTE
               MOVE WS-ENTRY-STOP TO TS-STOP
               READ STOP-MASTER
                   INVALID KEY MOVE 'N' TO WS-FOUND-FLAG
                   NOT INVALID KEY MOVE 'Y' TO WS-FOUND-FLAG
               END-READ
               IF WS-FOUND-FLAG = 'Y'
                   DISPLAY 'STOP WAS ' TS-NAME ' PICK-UP '
                       TS-PICKUP-TIME ' FARE ' TS-FARE
               ELSE
                   MOVE SPACES TO TS-RECORD
                   MOVE WS-ENTRY-ROUTE TO TS-ROUTE
                   MOVE WS-ENTRY-STOP TO TS-STOP
               END-IF
               DISPLAY 'ENTER STOP NAME: '
               ACCEPT TS-NAME
               DISPLAY 'ENTER PICK-UP TIME HHMM: '
               MOVE ZERO TO WS-RANGE-LOW
               MOVE 2359 TO WS-RANGE-HIGH
               PERFORM ACCEPT-VALID-NUMBER
               MOVE WS-ENTRY-NUMBER TO TS-PICKUP-TIME
               DISPLAY 'ENTER FARE PER TERM: '
               MOVE 1 TO WS-RANGE-LOW
               MOVE 99999 TO WS-RANGE-HIGH
               PERFORM ACCEPT-VALID-NUMBER
               MOVE WS-ENTRY-NUMBER TO TS-FARE
               IF WS-FOUND-FLAG = 'Y'
                   REWRITE TS-RECORD
                   DISPLAY 'STOP CHANGED - THE NEW FARE IS BILLED '
                       'FROM THE NEXT TERM'
               ELSE
                   WRITE TS-RECORD
                       INVALID KEY
                           DISPLAY 'STOP COULD NOT BE WRITTEN'
                       NOT INVALID KEY
                           DISPLAY 'STOP ' WS-ENTRY-STOP ' ADDED TO '
                               'ROUTE ' WS-ENTRY-ROUTE
                   END-WRITE
               END-IF
               CLOSE STOP-MASTER
           END-IF.

       DELETE-STOP.
           PERFORM ACCEPT-ROUTE-CODE.
           PERFORM ACCEPT-STOP-NUMBER.
           PERFORM COUNT-STOP-USERS.
           IF WS-STOP-USERS > ZERO
               DISPLAY WS-STOP-USERS ' STUDENTS ASSIGNED TO THE '
                   'STOP - MOVE THEM FIRST. STOP NOT DELETED'
           ELSE
               PERFORM OPEN-STOPS-FOR-UPDATE
               MOVE WS-ENTRY-ROUTE TO TS-ROUTE
               MOVE WS-ENTRY-STOP TO TS-STOP
               READ STOP-MASTER
                   INVALID KEY
                       DISPLAY 'NO SUCH STOP ON TRNSTOP.DAT'
                   NOT INVALID KEY
                       DELETE STOP-MASTER RECORD
                       DISPLAY 'STOP ' TS-NAME ' DELETED'
               END-READ
               CLOSE STOP-MASTER
           END-IF.

      ***************************************************
      * A STUDENT ALREADY ON THE ROUTE KEEPS THE SEAT   *
      * WHEN ONLY THE STOP CHANGES; MOVING TO ANOTHER   *
      * ROUTE NEEDS A FREE SEAT ON THAT BUS.            *
      ***************************************************
       ASSIGN-STUDENT.
           DISPLAY 'ENTER ROLLNO: '.
           ACCEPT WS-ENTRY-ROLLNO.
           PERFORM FIND-STUDENT.
           IF WS-STUDENT-FOUND = 'N'
               DISPLAY 'ROLLNO ' WS-ENTRY-ROLLNO
                   ' NOT ON STUDMAST.DAT'
           ELSE
               DISPLAY 'STUDENT: ' WS-STUDENT-NAME
               PERFORM ACCEPT-ROUTE-CODE
               PERFORM FIND-ROUTE
               IF WS-ROUTE-FOUND = 'N'
                   DISPLAY 'ROUTE ' WS-ENTRY-ROUTE
                       ' NOT ON TRNROUTE.DAT'
               ELSE
                   PERFORM ACCEPT-STOP-NUMBER
                   PERFORM FIND-STOP
                   IF WS-STOP-FOUND = 'N'
                       DISPLAY 'STOP ' WS-ENTRY-STOP ' NOT ON ROUTE '
                           WS-ENTRY-ROUTE
                   ELSE
                       PERFORM SEAT-THE-STUDENT
                   END-IF
               END-IF
           END-IF.

       SEAT-THE-STUDENT.
           PERFORM COUNT-ROUTE-SEATS.
           PERFORM OPEN-ASSIGN-FOR-UPDATE.
           MOVE WS-ENTRY-ROLLNO TO TA-ROLLNO.
           READ ASSIGN-FILE
               INVALID KEY MOVE 'N' TO WS-FOUND-FLAG
               NOT INVALID KEY MOVE 'Y' TO WS-FOUND-FLAG
           END-READ.
           IF WS-FOUND-FLAG = 'Y'
               DISPLAY 'NOW ON ROUTE ' TA-ROUTE ' STOP ' TA-STOP
                   ' SINCE ' TA-FROM-DATE
               IF TA-ROUTE = WS-ENTRY-ROUTE
                   SUBTRACT 1 FROM WS-SEATS-TAKEN
               END-IF
           END-IF.
           IF WS-SEATS-TAKEN NOT < WS-ROUTE-CAPACITY
               DISPLAY 'ROUTE ' WS-ENTRY-ROUTE ' IS FULL - '
                   WS-ROUTE-CAPACITY ' SEATS. NOT ASSIGNED'
           ELSE
               DISPLAY 'STOP ' WS-STOP-NAME ' FARE PER TERM '
                   WS-STOP-FARE
               MOVE SPACE TO WS-CONFIRM
               PERFORM UNTIL WS-CONFIRM = 'Y' OR WS-CONFIRM = 'N'
                   DISPLAY 'ASSIGN THE STUDENT TO THIS STOP (Y/N): '
                   ACCEPT WS-CONFIRM
               END-PERFORM
               IF WS-CONFIRM = 'N'
                   DISPLAY 'NOTHING CHANGED'
               ELSE
                   IF WS-FOUND-FLAG = 'N'
                       MOVE SPACES TO TA-RECORD
                   END-IF
                   MOVE WS-ENTRY-ROLLNO TO TA-ROLLNO
                   MOVE WS-ENTRY-ROUTE TO TA-ROUTE
                   MOVE WS-ENTRY-STOP TO TA-STOP
                   MOVE WS-RUN-DATE TO TA-FROM-DATE
                   MOVE SGN-OPERATOR-ID TO TA-OPERATOR
                   IF WS-FOUND-FLAG = 'Y'
                       REWRITE TA-RECORD
                       DISPLAY 'ASSIGNMENT CHANGED'
                   ELSE
                       WRITE TA-RECORD
                           INVALID KEY
                               DISPLAY 'ASSIGNMENT COULD NOT BE '
                                   'WRITTEN'
                           NOT INVALID KEY
                               DISPLAY 'STUDENT ASSIGNED'
                       END-WRITE
                   END-IF
               END-IF
           END-IF.
           CLOSE ASSIGN-FILE.

       REMOVE-ASSIGNMENT.
           DISPLAY 'ENTER ROLLNO: '.
           ACCEPT WS-ENTRY-ROLLNO.
           PERFORM OPEN-ASSIGN-FOR-UPDATE.
           MOVE WS-ENTRY-ROLLNO TO TA-ROLLNO.
           READ ASSIGN-FILE
               INVALID KEY
                   DISPLAY 'ROLLNO ' WS-ENTRY-ROLLNO
                       ' HAS NO TRANSPORT ASSIGNMENT'
               NOT INVALID KEY
                   DISPLAY 'ROUTE ' TA-ROUTE ' STOP ' TA-STOP
                       ' SINCE ' TA-FROM-DATE
                   MOVE SPACE TO WS-CONFIRM
                   PERFORM UNTIL WS-CONFIRM = 'Y' OR WS-CONFIRM = 'N'
                       DISPLAY 'REMOVE THIS ASSIGNMENT (Y/N): '
                       ACCEPT WS-CONFIRM
                   END-PERFORM
                   IF WS-CONFIRM = 'Y'
                       DELETE ASSIGN-FILE RECORD
                       DISPLAY 'ASSIGNMENT REMOVED'
                   ELSE
                       DISPLAY 'NOTHING CHANGED'
                   END-IF
           END-READ.
           CLOSE ASSIGN-FILE.

       FIND-STUDENT.
           MOVE 'N' TO WS-STUDENT-FOUND.
           MOVE SPACES TO WS-STUDENT-NAME.
           OPEN INPUT STUDENT-MASTER.
           IF WS-STUDMAST-STATUS = '00'
               MOVE WS-ENTRY-ROLLNO TO ROLLNO
               READ STUDENT-MASTER
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 'Y' TO WS-STUDENT-FOUND
                       MOVE STUDNAME TO WS-STUDENT-NAME
               END-READ
               CLOSE STUDENT-MASTER
           END-IF.

       FIND-STOP.
           MOVE 'N' TO WS-STOP-FOUND.
           OPEN INPUT STOP-MASTER.
           IF WS-TRNSTOP-STATUS = '00'
               MOVE WS-ENTRY-ROUTE TO TS-ROUTE
               MOVE WS-ENTRY-STOP TO TS-STOP
               READ STOP-MASTER
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 'Y' TO WS-STOP-FOUND
                       MOVE TS-NAME TO WS-STOP-NAME
                       MOVE TS-FARE TO WS-STOP-FARE
               END-READ
               CLOSE STOP-MASTER
           END-IF.

       COUNT-ROUTE-SEATS.
           MOVE ZERO TO WS-SEATS-TAKEN.
           MOVE 'N' TO WS-EOF-FLAG.
           OPEN INPUT ASSIGN-FILE.
           IF WS-TRNASSGN-STATUS = '00'
               PERFORM READ-ASSIGNMENT
               PERFORM UNTIL WS-EOF-FLAG = 'Y'
                   IF TA-ROUTE = WS-ENTRY-ROUTE
                       ADD 1 TO WS-SEATS-TAKEN
                   END-IF
                   PERFORM READ-ASSIGNMENT
               END-PERFORM
               CLOSE ASSIGN-FILE
           END-IF.

       COUNT-STOP-USERS.
           MOVE ZERO TO WS-STOP-USERS.
           MOVE 'N' TO WS-EOF-FLAG.
           OPEN INPUT ASSIGN-FILE.
           IF WS-TRNASSGN-STATUS = '00'
               PERFORM READ-ASSIGNMENT
               PERFORM UNTIL WS-EOF-FLAG = 'Y'
                   IF TA-ROUTE = WS-ENTRY-ROUTE
                           AND TA-STOP = WS-ENTRY-STOP
                       ADD 1 TO WS-STOP-USERS
                   END-IF
                   PERFORM READ-ASSIGNMENT
               END-PERFORM
               CLOSE ASSIGN-FILE
           END-IF.

      ***************************************************
      * BOTH FILES ARE IN KEY ORDER, SO EACH ROUTE'S    *
      * STOPS FOLLOW IT IN RUNNING ORDER.               *
      ***************************************************
       LIST-ROUTES.
           MOVE ZERO TO WS-ROUTE-COUNT.
           MOVE 'N' TO WS-EOF-FLAG.
           OPEN INPUT ROUTE-MASTER.
           IF WS-TRNROUTE-STATUS NOT = '00'
               DISPLAY 'TRNROUTE.DAT NOT FOUND - NO ROUTES ON FILE'
           ELSE
               OPEN INPUT STOP-MASTER
               MOVE 'N' TO WS-STOP-EOF-FLAG
               MOVE 'N' TO WS-STOPS-OPEN
               IF WS-TRNSTOP-STATUS = '00'
                   MOVE 'Y' TO WS-STOPS-OPEN
                   PERFORM READ-STOP
               ELSE
                   MOVE 'Y' TO WS-STOP-EOF-FLAG
               END-IF
               PERFORM READ-ROUTE
               PERFORM UNTIL WS-EOF-FLAG = 'Y'
                   PERFORM LIST-ONE-ROUTE
                   PERFORM READ-ROUTE
               END-PERFORM
               IF WS-STOPS-OPEN = 'Y'
                   CLOSE STOP-MASTER
               END-IF
               CLOSE ROUTE-MASTER
               DISPLAY 'ROUTES ON FILE: ' WS-ROUTE-COUNT
           END-IF.

       LIST-ONE-ROUTE.
           ADD 1 TO WS-ROUTE-COUNT.
           MOVE ZERO TO WS-STOP-COUNT.
           DISPLAY ' '.
           DISPLAY 'ROUTE ' TR-ROUTE ' ' TR-NAME ' BUS ' TR-BUS-NO
               ' SEATS ' TR-CAPACITY.
           DISPLAY '      DRIVER ' TR-DRIVER ' ' TR-DRIVER-PHONE.
           PERFORM UNTIL WS-STOP-EOF-FLAG = 'Y'
                   OR TS-ROUTE > TR-ROUTE
               IF TS-ROUTE = TR-ROUTE
                   DISPLAY '  ' TS-STOP ' ' TS-NAME ' '
                       TS-PICKUP-TIME ' ' TS-FARE
                   ADD 1 TO WS-STOP-COUNT
               END-IF
               PERFORM READ-STOP
           END-PERFORM.
           IF WS-STOP-COUNT = ZERO
               DISPLAY '  NO STOPS SET UP'
           END-IF.

       READ-ROUTE.
           READ ROUTE-MASTER NEXT RECORD
               AT END MOVE 'Y' TO WS-EOF-FLAG
           END-READ.

       READ-STOP.
           READ STOP-MASTER NEXT RECORD
               AT END MOVE 'Y' TO WS-STOP-EOF-FLAG
           END-READ.

       READ-ASSIGNMENT.
           READ ASSIGN-FILE NEXT RECORD
               AT END MOVE 'Y' TO WS-EOF-FLAG
           END-READ.

       OPEN-ROUTES-FOR-UPDATE.
           OPEN I-O ROUTE-MASTER.
           IF WS-TRNROUTE-STATUS = '35'
               OPEN OUTPUT ROUTE-MASTER
               CLOSE ROUTE-MASTER
               OPEN I-O ROUTE-MASTER
           END-IF.

       OPEN-STOPS-FOR-UPDATE.
           OPEN I-O STOP-MASTER.
           IF WS-TRNSTOP-STATUS = '35'
               OPEN OUTPUT STOP-MASTER
               CLOSE STOP-MASTER
               OPEN I-O STOP-MASTER
           END-IF.

       OPEN-ASSIGN-FOR-UPDATE.
           OPEN I-O ASSIGN-FILE.
           IF WS-TRNASSGN-STATUS = '35'
               OPEN OUTPUT ASSIGN-FILE
               CLOSE ASSIGN-FILE
               OPEN I-O ASSIGN-FILE
           END-IF.
