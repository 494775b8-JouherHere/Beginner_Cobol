      ***************************************************
      * COBOL PROGRAM TO MAINTAIN THE EXAMSCHD.DAT EXAM *
      * SCHEDULE - ADD / RESCHEDULE / DELETE A PAPER    *
      * AND LIST A TERM'S TIMETABLE, MENU DRIVEN LIKE   *
      * COVRMANT. A PAPER IS A SUBJMAST.DAT SUBJECT FOR *
      * A CLASS YEAR IN AN OPEN TERMCAL.DAT TERM, SAT   *
      * ON A DATE INSIDE THE TERM IN THE MORNING OR     *
      * AFTERNOON SESSION UNDER AN INVIGILATOR WHO MUST *
      * BE ON EMPMAST.DAT AND NOT SEPARATED. A PAPER    *
      * THAT WOULD HAVE ONE CLASS YEAR SITTING TWO      *
      * PAPERS IN THE SAME SESSION, OR BOOK THE SAME    *
      * INVIGILATOR TWICE IN ONE SESSION, IS REJECTED.  *
      * AN INVIGILATOR WHO TEACHES THAT SUBJECT TO THAT *
      * CLASS YEAR ON TCHASSGN.DAT IS WARNED ABOUT AND  *
      * THE OPERATOR MUST CONFIRM. THE SESSION STARTS   *
      * WITH AN OPRSIGN SIGN-ON AND INQUIRE-ONLY        *
      * OPERATORS CAN ONLY LIST. HALLTKT PRINTS THE     *
      * HALL TICKETS FROM THE SCHEDULE. AN INVIGILATOR  *
      * OF 0 ABANDONS THE ADD OR RESCHEDULE, AS DOES AN *
      * EMPMAST.DAT THAT CANNOT BE OPENED, AND A TERM   *
      * WITH MORE PAPERS THAN THE CLASH TABLE HOLDS IS  *
      * NOT CHANGED.                                    *
      ***************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. EXAMSCHD.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EXAM-SCHEDULE ASSIGN TO 'EXAMSCHD.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EXS-KEY
               FILE STATUS IS WS-EXAMSCHD-STATUS.
           SELECT SUBJECT-MASTER ASSIGN TO 'SUBJMAST.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SUBJMAST-STATUS.
           SELECT EMP-MASTER ASSIGN TO 'EMPMAST.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EMPID
               FILE STATUS IS WS-EMPMAST-STATUS.
           SELECT ASSIGNMENT-FILE ASSIGN TO 'TCHASSGN.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-TCHASGN-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  EXAM-SCHEDULE
           LABEL RECORDS ARE STANDARD.
       COPY "exmsched.cpy".

       FD  SUBJECT-MASTER
           LABEL RECORDS ARE STANDARD.
       COPY "subjrec.cpy".

       FD  EMP-MASTER
           LABEL RECORDS ARE STANDARD.
       COPY "emprecord.cpy".

       FD  ASSIGNMENT-FILE
           LABEL RECORDS ARE STANDARD.
       COPY "tchasgn.cpy".

       WORKING-STORAGE SECTION.
       77 WS-EXAMSCHD-STATUS PIC XX VALUE '00'.
       77 WS-SUBJMAST-STATUS PIC XX VALUE '00'.
       77 WS-EMPMAST-STATUS PIC XX VALUE '00'.
       77 WS-TCHASGN-STATUS PIC XX VALUE '00'.
       77 WS-EOF-FLAG PIC X VALUE 'N'.
       77 WS-SUBJ-EOF-FLAG PIC X VALUE 'N'.
       77 WS-CHOICE PIC 9 VALUE ZERO.
       77 WS-ENTRY-VALID-FLAG PIC X VALUE 'N'.
       77 WS-KEY-OK PIC X VALUE 'N'.
       77 WS-FOUND-FLAG PIC X VALUE 'N'.
       77 WS-INVIG-OK PIC X VALUE 'N'.
       77 WS-SCH-OVERFLOW PIC X VALUE 'N'.
       77 WS-CLASH-FLAG PIC X VALUE 'N'.
       77 WS-OWN-SUBJECT PIC X VALUE 'N'.
       77 WS-CONFIRM PIC X VALUE 'N'.
       77 WS-SUBJ-IDX PIC 9 VALUE ZERO.
       77 WS-SUBJ-POS PIC 9 VALUE ZERO.
       77 WS-SCH-IDX PIC 9(3) VALUE ZERO.
       77 WS-SCH-IDX2 PIC 9(3) VALUE ZERO.
       77 WS-SCH-SHOWN PIC 9(3) VALUE ZERO.
       77 WS-TERM-START PIC 9(8) VALUE ZERO.
       77 WS-TERM-END PIC 9(8) VALUE ZERO.
       77 WS-SESSION-NAME PIC X(9) VALUE SPACES.
       77 WS-OWN-SECTION PIC X VALUE SPACE.

       COPY "subjtabl.cpy".

       COPY "valparm.cpy".

       COPY "oprparm.cpy".

       COPY "termparm.cpy".

       01 WS-PAPER-KEY.
            02 WS-PAPER-TERM PIC X(6).
            02 WS-PAPER-CLASS PIC 9(2).
            02 WS-PAPER-SUBJ PIC 9(2).

       01 WS-PAPER-SLOT.
            02 WS-PAPER-DATE PIC 9(8).
            02 WS-PAPER-SESSION PIC X.
            02 WS-PAPER-INVIG PIC 9(5).

      ***************************************************
      * ONE TERM'S SCHEDULE, LOADED FOR THE CLASH CHECK *
      * AND THE TIMETABLE LISTING - A PAPER'S DATE LIES *
      * INSIDE ITS TERM, SO NO OTHER TERM CAN CLASH.    *
      ***************************************************
       01 WS-SCHEDULE-TABLE.
            02 WS-SCH-COUNT PIC 9(3) VALUE ZERO.
            02 WS-SCH-ENTRY OCCURS 500 TIMES.
                 03 WS-SCH-DATE PIC 9(8).
                 03 WS-SCH-SESSION-SEQ PIC 9.
                 03 WS-SCH-SESSION PIC X.
                 03 WS-SCH-CLASS PIC 9(2).
                 03 WS-SCH-TERM PIC X(6).
                 03 WS-SCH-SUBJ PIC 9(2).
                 03 WS-SCH-INVIG PIC 9(5).
       01 WS-SCH-HOLD PIC X(25).

       PROCEDURE DIVISION.
       MAIN-PARA.
           CALL 'OPRSIGN' USING SGN-RESULT.
           IF SGN-PASS-FLAG NOT = 'Y'
               STOP RUN
           END-IF.
           PERFORM LOAD-SUBJECT-TABLE.
           PERFORM UNTIL WS-CHOICE = 5
               PERFORM DISPLAY-MENU
               ACCEPT WS-CHOICE
               EVALUATE WS-CHOICE
                   WHEN 1 IF SGN-AUTHORITY = 'I'
                              PERFORM REFUSE-INQUIRE-ONLY
                          ELSE
                              PERFORM ADD-PAPER
                          END-IF
                   WHEN 2 IF SGN-AUTHORITY = 'I'
                              PERFORM REFUSE-INQUIRE-ONLY
                          ELSE
                              PERFORM CHANGE-PAPER
                          END-IF
                   WHEN 3 IF SGN-AUTHORITY = 'I'
                              PERFORM REFUSE-INQUIRE-ONLY
                          ELSE
                              PERFORM DELETE-PAPER
                          END-IF
                   WHEN 4 PERFORM LIST-TIMETABLE
                   WHEN 5 DISPLAY 'EXITING EXAM SCHEDULE MAINTENANCE'
                   WHEN OTHER DISPLAY 'INVALID CHOICE, TRY AGAIN'
               END-EVALUATE
           END-PERFORM.
           STOP RUN.

       REFUSE-INQUIRE-ONLY.
           DISPLAY 'INQUIRE-ONLY OPERATOR - SCHEDULE NOT CHANGED'.

       DISPLAY-MENU.
           DISPLAY ' '.
           DISPLAY 'EXAM SCHEDULE MAINTENANCE'.
           DISPLAY '1. ADD PAPER'.
           DISPLAY '2. RESCHEDULE PAPER / CHANGE INVIGILATOR'.
           DISPLAY '3. DELETE PAPER'.
           DISPLAY '4. LIST TERM TIMETABLE'.
           DISPLAY '5. EXIT'.
           DISPLAY 'ENTER CHOICE: '.

       LOAD-SUBJECT-TABLE.
           MOVE ZERO TO WS-SUBJ-COUNT.
           OPEN INPUT SUBJECT-MASTER.
           IF WS-SUBJMAST-STATUS = '00'
               MOVE 'N' TO WS-SUBJ-EOF-FLAG
               PERFORM READ-SUBJECT
               PERFORM UNTIL WS-SUBJ-EOF-FLAG = 'Y'
                       OR WS-SUBJ-COUNT = 6
                   ADD 1 TO WS-SUBJ-COUNT
                   MOVE SUBJ-CODE TO WS-SUBJ-CODE (WS-SUBJ-COUNT)
                   MOVE SUBJ-NAME TO WS-SUBJ-NAME (WS-SUBJ-COUNT)
                   MOVE SUBJ-MAX-MARKS TO WS-SUBJ-MAX (WS-SUBJ-COUNT)
                   MOVE SUBJ-PASS-MARK TO WS-SUBJ-PASS (WS-SUBJ-COUNT)
                   PERFORM READ-SUBJECT
               END-PERFORM
               CLOSE SUBJECT-MASTER
           END-IF.
           IF WS-SUBJ-COUNT = ZERO
               PERFORM DEFAULT-SUBJECT-TABLE
           END-IF.

       READ-SUBJECT.
           READ SUBJECT-MASTER
               AT END MOVE 'Y' TO WS-SUBJ-EOF-FLAG
           END-READ.

       DEFAULT-SUBJECT-TABLE.
           MOVE 3 TO WS-SUBJ-COUNT.
           MOVE 01 TO WS-SUBJ-CODE (1).
           MOVE 'MARK1' TO WS-SUBJ-NAME (1).
           MOVE 02 TO WS-SUBJ-CODE (2).
           MOVE 'MARK2' TO WS-SUBJ-NAME (2).
           MOVE 03 TO WS-SUBJ-CODE (3).
           MOVE 'MARK3' TO WS-SUBJ-NAME (3).
           PERFORM VARYING WS-SUBJ-IDX FROM 1 BY 1
                   UNTIL WS-SUBJ-IDX > 3
               MOVE 100 TO WS-SUBJ-MAX (WS-SUBJ-IDX)
               MOVE 050 TO WS-SUBJ-PASS (WS-SUBJ-IDX)
           END-PERFORM.

       FIND-SUBJECT-POS.
           MOVE ZERO TO WS-SUBJ-POS.
           PERFORM VARYING WS-SUBJ-IDX FROM 1 BY 1
                   UNTIL WS-SUBJ-IDX > WS-SUBJ-COUNT
               IF WS-SUBJ-CODE (WS-SUBJ-IDX) = WS-PAPER-SUBJ
                   MOVE WS-SUBJ-IDX TO WS-SUBJ-POS
               END-IF
           END-PERFORM.

      ***************************************************
      * TERM, CLASS YEAR AND SUBJECT OF THE PAPER. THE  *
      * TERM MUST BE ON THE CALENDAR AND STILL OPEN.    *
      ***************************************************
       ACCEPT-PAPER-KEY.
           MOVE 'N' TO WS-KEY-OK.
           DISPLAY 'ENTER TERM ID YYYYMM: '.
           ACCEPT WS-PAPER-TERM.
           MOVE 'V' TO TRM-FUNC.
           MOVE WS-PAPER-TERM TO TRM-TERM-ID.
           CALL 'TERMLOOK' USING TRM-REQUEST TRM-RESULT.
           IF TRM-FOUND-FLAG NOT = 'Y' OR TRM-OPEN-FLAG NOT = 'Y'
               DISPLAY 'TERM ' WS-PAPER-TERM ' REJECTED - '
                   TRM-REASON
           ELSE
               MOVE TRM-START-DATE TO WS-TERM-START
               MOVE TRM-END-DATE TO WS-TERM-END
               PERFORM ACCEPT-VALID-CLASS
               DISPLAY 'ENTER SUBJECT CODE: '
               ACCEPT WS-PAPER-SUBJ
               PERFORM FIND-SUBJECT-POS
               IF WS-SUBJ-POS = ZERO
                   DISPLAY 'SUBJECT ' WS-PAPER-SUBJ ' NOT ON THE '
                       'SUBJECT CATALOG'
               ELSE
                   MOVE 'Y' TO WS-KEY-OK
               END-IF
           END-IF.

       ACCEPT-VALID-CLASS.
           MOVE 'N' TO WS-ENTRY-VALID-FLAG.
           PERFORM UNTIL WS-ENTRY-VALID-FLAG = 'Y'
               DISPLAY 'ENTER CLASS YEAR (1-12): '
               ACCEPT WS-PAPER-CLASS
               MOVE 'N' TO VAL-RULE-TYPE
               MOVE WS-PAPER-CLASS TO VAL-NUM-VALUE
               MOVE 1 TO VAL-RANGE-LOW
               MOVE 12 TO VAL-RANGE-HIGH
               CALL 'VALEDIT' USING VAL-REQUEST VAL-RESULT
               IF VAL-PASS-FLAG = 'N'
                   DISPLAY VAL-REASON ' - TRY AGAIN'
               ELSE
                   MOVE 'Y' TO WS-ENTRY-VALID-FLAG
               END-IF
           END-PERFORM.

      ***************************************************
      * DATE, SESSION AND INVIGILATOR OF THE PAPER.     *
      ***************************************************
       ACCEPT-PAPER-SLOT.
           PERFORM ACCEPT-VALID-DATE.
           MOVE SPACE TO WS-PAPER-SESSION.
           PERFORM UNTIL WS-PAPER-SESSION = 'M'
                   OR WS-PAPER-SESSION = 'A'
               DISPLAY 'ENTER SESSION (M = MORNING, A = AFTERNOON): '
               ACCEPT WS-PAPER-SESSION
               IF WS-PAPER-SESSION NOT = 'M'
                       AND WS-PAPER-SESSION NOT = 'A'
                   DISPLAY 'SESSION MUST BE M OR A - TRY AGAIN'
               END-IF
           END-PERFORM.
           MOVE 'N' TO WS-INVIG-OK.
           PERFORM UNTIL WS-INVIG-OK NOT = 'N'
               DISPLAY 'ENTER INVIGILATOR EMPID (0 TO ABANDON): '
               ACCEPT WS-PAPER-INVIG
               IF WS-PAPER-INVIG = ZERO
                   MOVE 'X' TO WS-INVIG-OK
               ELSE
                   PERFORM CHECK-INVIGILATOR
               END-IF
           END-PERFORM.

       ACCEPT-VALID-DATE.
           MOVE 'N' TO WS-ENTRY-VALID-FLAG.
           PERFORM UNTIL WS-ENTRY-VALID-FLAG = 'Y'
               DISPLAY 'ENTER EXAM DATE YYYYMMDD: '
               ACCEPT WS-PAPER-DATE
               MOVE 'D' TO VAL-RULE-TYPE
               MOVE WS-PAPER-DATE TO VAL-NUM-VALUE
               CALL 'VALEDIT' USING VAL-REQUEST VAL-RESULT
               IF VAL-PASS-FLAG = 'N'
                   DISPLAY VAL-REASON ' - TRY AGAIN'
               ELSE
                   IF WS-PAPER-DATE < WS-TERM-START
                           OR WS-PAPER-DATE > WS-TERM-END
                       DISPLAY 'DATE OUTSIDE TERM ' WS-PAPER-TERM
                           ' (' WS-TERM-START ' TO ' WS-TERM-END
                           ') - TRY AGAIN'
                   ELSE
                       MOVE 'Y' TO WS-ENTRY-VALID-FLAG
                   END-IF
               END-IF
           END-PERFORM.

       CHECK-INVIGILATOR.
           OPEN INPUT EMP-MASTER.
           IF WS-EMPMAST-STATUS NOT = '00'
               DISPLAY 'EMP-MASTER NOT FOUND - INVIGILATOR CANNOT '
                   'BE CHECKED'
               MOVE 'X' TO WS-INVIG-OK
           ELSE
               MOVE WS-PAPER-INVIG TO EMPID
               READ EMP-MASTER
                   INVALID KEY
                       DISPLAY 'EMPID NOT ON EMP-MASTER - TRY AGAIN'
                   NOT INVALID KEY
                       IF EMPSTATUS = 'S' OR EMPSTATUS = 'F'
                           DISPLAY 'EMPID ' EMPID ' SEPARATED ON '
                               EMPLEAVEDATE ' - TRY AGAIN'
                       ELSE
                           MOVE 'Y' TO WS-INVIG-OK
                           DISPLAY 'INVIGILATOR: ' EMPNAME
                       END-IF
               END-READ
               CLOSE EMP-MASTER
           END-IF.

       LOAD-SCHEDULE-TABLE.
           MOVE ZERO TO WS-SCH-COUNT.
           MOVE 'N' TO WS-SCH-OVERFLOW.
           MOVE 'N' TO WS-EOF-FLAG.
           OPEN INPUT EXAM-SCHEDULE.
           IF WS-EXAMSCHD-STATUS = '00'
               PERFORM READ-SCHEDULE-NEXT
               PERFORM UNTIL WS-EOF-FLAG = 'Y'
                   IF EXS-TERM-ID = WS-PAPER-TERM
                       PERFORM ADD-SCHEDULE-ENTRY
                   END-IF
                   IF WS-EOF-FLAG = 'N'
                       PERFORM READ-SCHEDULE-NEXT
                   END-IF
               END-PERFORM
               CLOSE EXAM-SCHEDULE
           END-IF.

       ADD-SCHEDULE-ENTRY.
           IF WS-SCH-COUNT < 500
               ADD 1 TO WS-SCH-COUNT
               MOVE EXS-TERM-ID TO WS-SCH-TERM (WS-SCH-COUNT)
               MOVE EXS-CLASS TO WS-SCH-CLASS (WS-SCH-COUNT)
               MOVE EXS-SUBJ-CODE TO WS-SCH-SUBJ (WS-SCH-COUNT)
               MOVE EXS-DATE TO WS-SCH-DATE (WS-SCH-COUNT)
               MOVE EXS-SESSION TO WS-SCH-SESSION (WS-SCH-COUNT)
               IF EXS-SESSION = 'M'
                   MOVE 1 TO WS-SCH-SESSION-SEQ (WS-SCH-COUNT)
               ELSE
                   MOVE 2 TO WS-SCH-SESSION-SEQ (WS-SCH-COUNT)
               END-IF
               MOVE EXS-INVIG-EMPID TO WS-SCH-INVIG (WS-SCH-COUNT)
           ELSE
               DISPLAY 'MORE THAN 500 PAPERS IN TERM ' WS-PAPER-TERM
                   ' - NOT ALL LOADED'
               MOVE 'Y' TO WS-SCH-OVERFLOW
               MOVE 'Y' TO WS-EOF-FLAG
           END-IF.

       READ-SCHEDULE-NEXT.
           READ EXAM-SCHEDULE NEXT RECORD
               AT END MOVE 'Y' TO WS-EOF-FLAG
           END-READ.

      ***************************************************
      * REJECTS THE SLOT IF ANOTHER PAPER IN THE SAME   *
      * DATE AND SESSION IS SAT BY THE SAME CLASS YEAR  *
      * OR INVIGILATED BY THE SAME TEACHER. THE PAPER   *
      * BEING CHANGED IS NOT COMPARED WITH ITSELF. A    *
      * TERM TOO BIG FOR THE TABLE CANNOT BE CHECKED,   *
      * SO THE SLOT IS REJECTED.                        *
      ***************************************************
       CHECK-CLASHES.
           MOVE 'N' TO WS-CLASH-FLAG.
           PERFORM LOAD-SCHEDULE-TABLE.
           IF WS-SCH-OVERFLOW = 'Y'
               DISPLAY 'TERM SCHEDULE TOO LARGE TO CHECK FOR CLASHES'
               MOVE 'Y' TO WS-CLASH-FLAG
           END-IF.
           PERFORM VARYING WS-SCH-IDX FROM 1 BY 1
                   UNTIL WS-SCH-IDX > WS-SCH-COUNT
               IF WS-SCH-DATE (WS-SCH-IDX) = WS-PAPER-DATE
                       AND WS-SCH-SESSION (WS-SCH-IDX)
                           = WS-PAPER-SESSION
                       AND NOT (WS-SCH-TERM (WS-SCH-IDX)
                                    = WS-PAPER-TERM
                           AND WS-SCH-CLASS (WS-SCH-IDX)
                                    = WS-PAPER-CLASS
                           AND WS-SCH-SUBJ (WS-SCH-IDX)
                                    = WS-PAPER-SUBJ)
                   IF WS-SCH-CLASS (WS-SCH-IDX) = WS-PAPER-CLASS
                       DISPLAY 'CLASH - CLASS ' WS-PAPER-CLASS
                           ' ALREADY SITS SUBJECT '
                           WS-SCH-SUBJ (WS-SCH-IDX)
                           ' IN THIS SESSION'
                       MOVE 'Y' TO WS-CLASH-FLAG
                   END-IF
                   IF WS-SCH-INVIG (WS-SCH-IDX) = WS-PAPER-INVIG
                       DISPLAY 'CLASH - INVIGILATOR ' WS-PAPER-INVIG
                           ' ALREADY BOOKED FOR CLASS '
                           WS-SCH-CLASS (WS-SCH-IDX) ' SUBJECT '
                           WS-SCH-SUBJ (WS-SCH-IDX)
                           ' IN THIS SESSION'
                       MOVE 'Y' TO WS-CLASH-FLAG
                   END-IF
               END-IF
           END-PERFORM.

      ***************************************************
      * WARNS WHEN THE INVIGILATOR TEACHES THE SUBJECT  *
      * TO THE CLASS YEAR SITTING IT; THE OPERATOR      *
      * DECIDES WHETHER TO KEEP THE BOOKING.            *
      ***************************************************
       CHECK-OWN-SUBJECT.
           MOVE 'N' TO WS-OWN-SUBJECT.
           MOVE 'Y' TO WS-CONFIRM.
           MOVE 'N' TO WS-EOF-FLAG.
           OPEN INPUT ASSIGNMENT-FILE.
           IF WS-TCHASGN-STATUS = '00'
               PERFORM READ-ASSIGNMENT
               PERFORM UNTIL WS-EOF-FLAG = 'Y'
                       OR WS-OWN-SUBJECT = 'Y'
                   IF ASG-EMPID = WS-PAPER-INVIG
                           AND ASG-SUBJ-CODE = WS-PAPER-SUBJ
                           AND ASG-CLASS = WS-PAPER-CLASS
                           AND ASG-TO-TERM = SPACES
                       MOVE 'Y' TO WS-OWN-SUBJECT
                       MOVE ASG-SECTION TO WS-OWN-SECTION
                   ELSE
                       PERFORM READ-ASSIGNMENT
                   END-IF
               END-PERFORM
               CLOSE ASSIGNMENT-FILE
           END-IF.
           IF WS-OWN-SUBJECT = 'Y'
               DISPLAY 'WARNING - INVIGILATOR ' WS-PAPER-INVIG
                   ' TEACHES SUBJECT ' WS-PAPER-SUBJ ' TO CLASS '
                   WS-PAPER-CLASS ' SECTION ' WS-OWN-SECTION
               DISPLAY 'KEEP THIS INVIGILATOR (Y/N): '
               ACCEPT WS-CONFIRM
           END-IF.

       READ-ASSIGNMENT.
           READ ASSIGNMENT-FILE
               AT END MOVE 'Y' TO WS-EOF-FLAG
           END-READ.

       OPEN-SCHEDULE-FOR-UPDATE.
           OPEN I-O EXAM-SCHEDULE.
           IF WS-EXAMSCHD-STATUS = '35'
               OPEN OUTPUT EXAM-SCHEDULE
               CLOSE EXAM-SCHEDULE
               OPEN I-O EXAM-SCHEDULE
           END-IF.

       READ-PAPER.
           MOVE WS-PAPER-KEY TO EXS-KEY.
           READ EXAM-SCHEDULE
               INVALID KEY MOVE 'N' TO WS-FOUND-FLAG
               NOT INVALID KEY MOVE 'Y' TO WS-FOUND-FLAG
           END-READ.

       ADD-PAPER.
           PERFORM ACCEPT-PAPER-KEY.
           IF WS-KEY-OK = 'Y'
               PERFORM OPEN-SCHEDULE-FOR-UPDATE
               PERFORM READ-PAPER
               CLOSE EXAM-SCHEDULE
               IF WS-FOUND-FLAG = 'Y'
                   DISPLAY 'PAPER ALREADY SCHEDULED ON ' EXS-DATE
                       ' - USE RESCHEDULE'
               ELSE
                   PERFORM ACCEPT-PAPER-SLOT
                   IF WS-INVIG-OK = 'Y'
                       PERFORM CHECK-CLASHES
                   END-IF
                   IF WS-INVIG-OK NOT = 'Y' OR WS-CLASH-FLAG = 'Y'
                       DISPLAY 'PAPER NOT ADDED'
                   ELSE
                       PERFORM CHECK-OWN-SUBJECT
                       IF WS-CONFIRM NOT = 'Y'
                           DISPLAY 'PAPER NOT ADDED'
                       ELSE
                           PERFORM WRITE-PAPER
                       END-IF
                   END-IF
               END-IF
           END-IF.

       WRITE-PAPER.
           PERFORM OPEN-SCHEDULE-FOR-UPDATE.
           MOVE SPACES TO EXS-RECORD.
           MOVE WS-PAPER-KEY TO EXS-KEY.
           MOVE WS-PAPER-DATE TO EXS-DATE.
           MOVE WS-PAPER-SESSION TO EXS-SESSION.
           MOVE WS-PAPER-INVIG TO EXS-INVIG-EMPID.
           MOVE SGN-OPERATOR-ID TO EXS-OPERATOR.
           WRITE EXS-RECORD
               INVALID KEY
                   DISPLAY 'PAPER ALREADY ON FILE - NOT ADDED'
               NOT INVALID KEY
                   DISPLAY 'PAPER ADDED: CLASS ' WS-PAPER-CLASS
                       ' SUBJECT ' WS-SUBJ-NAME (WS-SUBJ-POS)
                       ' ON ' WS-PAPER-DATE ' ' WS-PAPER-SESSION
           END-WRITE.
           CLOSE EXAM-SCHEDULE.

       CHANGE-PAPER.
           PERFORM ACCEPT-PAPER-KEY.
           IF WS-KEY-OK = 'Y'
               PERFORM OPEN-SCHEDULE-FOR-UPDATE
               PERFORM READ-PAPER
               CLOSE EXAM-SCHEDULE
               IF WS-FOUND-FLAG = 'N'
                   DISPLAY 'PAPER NOT ON THE SCHEDULE'
               ELSE
                   DISPLAY 'NOW ON ' EXS-DATE ' SESSION ' EXS-SESSION
                       ' INVIGILATOR ' EXS-INVIG-EMPID
                   PERFORM ACCEPT-PAPER-SLOT
                   IF WS-INVIG-OK = 'Y'
                       PERFORM CHECK-CLASHES
                   END-IF
                   IF WS-INVIG-OK NOT = 'Y' OR WS-CLASH-FLAG = 'Y'
                       DISPLAY 'PAPER NOT CHANGED'
                   ELSE
                       PERFORM CHECK-OWN-SUBJECT
                       IF WS-CONFIRM NOT = 'Y'
                           DISPLAY 'PAPER NOT CHANGED'
                       ELSE
                           PERFORM REWRITE-PAPER
                       END-IF
                   END-IF
               END-IF
           END-IF.

       REWRITE-PAPER.
           PERFORM OPEN-SCHEDULE-FOR-UPDATE.
           PERFORM READ-PAPER.
           IF WS-FOUND-FLAG = 'Y'
               MOVE WS-PAPER-DATE TO EXS-DATE
               MOVE WS-PAPER-SESSION TO EXS-SESSION
               MOVE WS-PAPER-INVIG TO EXS-INVIG-EMPID
               MOVE SGN-OPERATOR-ID TO EXS-OPERATOR
               REWRITE EXS-RECORD
               DISPLAY 'PAPER RESCHEDULED TO ' WS-PAPER-DATE ' '
                   WS-PAPER-SESSION ' INVIGILATOR ' WS-PAPER-INVIG
           END-IF.
           CLOSE EXAM-SCHEDULE.

       DELETE-PAPER.
           PERFORM ACCEPT-PAPER-KEY.
           IF WS-KEY-OK = 'Y'
               PERFORM OPEN-SCHEDULE-FOR-UPDATE
               PERFORM READ-PAPER
               IF WS-FOUND-FLAG = 'N'
                   DISPLAY 'PAPER NOT ON THE SCHEDULE'
               ELSE
                   DISPLAY 'DELETE PAPER ON ' EXS-DATE ' SESSION '
                       EXS-SESSION ' (Y/N): '
                   ACCEPT WS-CONFIRM
                   IF WS-CONFIRM = 'Y'
                       DELETE EXAM-SCHEDULE
                       DISPLAY 'PAPER DELETED'
                   ELSE
                       DISPLAY 'PAPER NOT DELETED'
                   END-IF
               END-IF
               CLOSE EXAM-SCHEDULE
           END-IF.

      ***************************************************
      * ONE TERM'S PAPERS IN DATE AND SESSION ORDER.    *
      ***************************************************
       LIST-TIMETABLE.
           DISPLAY 'ENTER TERM ID YYYYMM: '.
           ACCEPT WS-PAPER-TERM.
           PERFORM LOAD-SCHEDULE-TABLE.
           PERFORM SORT-SCHEDULE-TABLE.
           MOVE ZERO TO WS-SCH-SHOWN.
           DISPLAY ' '.
           DISPLAY 'EXAM TIMETABLE - TERM ' WS-PAPER-TERM.
           DISPLAY 'DATE     SESSION   CLASS SUBJECT  INVIGILATOR'.
           DISPLAY '---------------------------------------------'.
           PERFORM VARYING WS-SCH-IDX FROM 1 BY 1
                   UNTIL WS-SCH-IDX > WS-SCH-COUNT
               IF WS-SCH-TERM (WS-SCH-IDX) = WS-PAPER-TERM
                   MOVE WS-SCH-SUBJ (WS-SCH-IDX) TO WS-PAPER-SUBJ
                   PERFORM FIND-SUBJECT-POS
                   IF WS-SCH-SESSION (WS-SCH-IDX) = 'M'
                       MOVE 'MORNING' TO WS-SESSION-NAME
                   ELSE
                       MOVE 'AFTERNOON' TO WS-SESSION-NAME
                   END-IF
                   IF WS-SUBJ-POS = ZERO
                       DISPLAY WS-SCH-DATE (WS-SCH-IDX) ' '
                           WS-SESSION-NAME ' ' WS-SCH-CLASS (WS-SCH-IDX)
                           '    SUBJ ' WS-SCH-SUBJ (WS-SCH-IDX) ' '
                           WS-SCH-INVIG (WS-SCH-IDX)
                   ELSE
                       DISPLAY WS-SCH-DATE (WS-SCH-IDX) ' '
                           WS-SESSION-NAME ' ' WS-SCH-CLASS (WS-SCH-IDX)
                           '    ' WS-SUBJ-NAME (WS-SUBJ-POS) ' '
                           WS-SCH-INVIG (WS-SCH-IDX)
                   END-IF
                   ADD 1 TO WS-SCH-SHOWN
               END-IF
           END-PERFORM.
           DISPLAY '---------------------------------------------'.
           DISPLAY 'PAPERS SCHEDULED: ' WS-SCH-SHOWN.
           IF WS-SCH-OVERFLOW = 'Y'
               DISPLAY 'TIMETABLE INCOMPLETE - MORE THAN 500 PAPERS'
           END-IF.

       SORT-SCHEDULE-TABLE.
           PERFORM VARYING WS-SCH-IDX FROM 1 BY 1
                   UNTIL WS-SCH-IDX > WS-SCH-COUNT
               PERFORM VARYING WS-SCH-IDX2 FROM 1 BY 1
                       UNTIL WS-SCH-IDX2 >= WS-SCH-COUNT
                   IF WS-SCH-ENTRY (WS-SCH-IDX2)
                           > WS-SCH-ENTRY (WS-SCH-IDX2 + 1)
                       MOVE WS-SCH-ENTRY (WS-SCH-IDX2) TO WS-SCH-HOLD
                       MOVE WS-SCH-ENTRY (WS-SCH-IDX2 + 1)
                           TO WS-SCH-ENTRY (WS-SCH-IDX2)
                       MOVE WS-SCH-HOLD
                           TO WS-SCH-ENTRY (WS-SCH-IDX2 + 1)
                   END-IF
               END-PERFORM
           END-PERFORM.
