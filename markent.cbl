      ***************************************************
      * COBOL PROGRAM FOR TEACHERS TO ENTER THEIR OWN   *
      * MARKS. THE OPRSIGN OPERATOR MUST BE LINKED TO A *
      * STAFF EMPID ON OPERMAST.DAT, AND ONLY THE CLASS *
      * YEAR / SECTION / SUBJECT SHEETS TCHASSGN.DAT    *
      * GIVES THAT EMPID ARE OFFERED. EACH SHEET LISTS  *
      * THE STUDENTS OF THE CLASS AND SECTION FROM      *
      * STUDMAST.DAT; MARKS ARE CHECKED AGAINST THE     *
      * SUBJECT MAXIMUM, LAND IN MARKDETL.DAT (THE      *
      * FIRST THREE SUBJECTS MIRRORED TO MARK1-3 ON THE *
      * MASTER) AND EVERY CHANGED MARK WRITES A TMARK   *
      * ENTRY ON THE AUDIT TRAIL WITH THE OPERATOR. A   *
      * SAVED SHEET IS RECORDED FOR THE CURRENT TERM ON *
      * THE MARKSHT.DAT REGISTER THAT MARKCOMP READS.   *
      * ENTRY NEEDS UPDATE AUTHORITY AND AN OPEN TERM,  *
      * HOLDS THE SYSLOCK.DAT LOCK AS O LIKE STUDMAINT  *
      * AND IS REFUSED WHILE THE NIGHTLY BATCH HOLDS IT.*
      ***************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. MARKENT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STUDENT-MASTER ASSIGN TO 'STUDMAST.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ROLLNO
               FILE STATUS IS WS-STUDMAST-STATUS.
           SELECT SUBJECT-MASTER ASSIGN TO 'SUBJMAST.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SUBJMAST-STATUS.
           SELECT MARK-DETAIL-FILE ASSIGN TO 'MARKDETL.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MD-KEY
               FILE STATUS IS WS-MARKDETL-STATUS.
           SELECT ASSIGNMENT-FILE ASSIGN TO 'TCHASSGN.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-TCHASGN-STATUS.
           SELECT MARK-SHEETS ASSIGN TO 'MARKSHT.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-MARKSHT-STATUS.
           SELECT AUDIT-LOG ASSIGN TO 'AUDITLOG.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.
           SELECT SYS-LOCK ASSIGN TO 'SYSLOCK.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SYSLOCK-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  STUDENT-MASTER
           LABEL RECORDS ARE STANDARD.
       COPY "recmod.cpy".

       FD  SUBJECT-MASTER
           LABEL RECORDS ARE STANDARD.
       COPY "subjrec.cpy".

       FD  MARK-DETAIL-FILE
           LABEL RECORDS ARE STANDARD.
       COPY "markdetl.cpy".

       FD  ASSIGNMENT-FILE
           LABEL RECORDS ARE STANDARD.
       COPY "tchasgn.cpy".

       FD  MARK-SHEETS
           LABEL RECORDS ARE STANDARD.
       COPY "marksht.cpy".

       FD  AUDIT-LOG
           LABEL RECORDS ARE STANDARD.
       COPY "auditrec.cpy".

       FD  SYS-LOCK
           LABEL RECORDS ARE STANDARD.
       COPY "syslock.cpy".

       WORKING-STORAGE SECTION.
       77 WS-STUDMAST-STATUS PIC XX VALUE '00'.
       77 WS-SUBJMAST-STATUS PIC XX VALUE '00'.
       77 WS-MARKDETL-STATUS PIC XX VALUE '00'.
       77 WS-TCHASGN-STATUS PIC XX VALUE '00'.
       77 WS-MARKSHT-STATUS PIC XX VALUE '00'.
       77 WS-AUDIT-STATUS PIC XX VALUE '00'.
       77 WS-SYSLOCK-STATUS PIC XX VALUE '00'.
       77 WS-CHOICE PIC 9 VALUE ZERO.
       77 WS-EOF-FLAG PIC X VALUE 'N'.
       77 WS-SUBJ-EOF-FLAG PIC X VALUE 'N'.
       77 WS-ENTRY-VALID-FLAG PIC X VALUE 'N'.
       77 WS-ENTRY-MARK PIC 9(3) VALUE ZERO.
       77 WS-ENTRY-MAX PIC 9(3) VALUE 100.
       77 WS-SUBJ-IDX PIC 9 VALUE ZERO.
       77 WS-SUBJ-POS PIC 9 VALUE ZERO.
       77 WS-BATCH-ACTIVE PIC X VALUE 'N'.
       77 WS-HELD-LOCK PIC X VALUE 'N'.
       77 WS-LOCK-DATE PIC 9(8) VALUE ZERO.
       77 WS-UPDATE-ALLOWED PIC X VALUE 'N'.
       77 WS-RUN-DATE PIC 9(8) VALUE ZERO.
       77 WS-TERM-ID PIC X(6) VALUE SPACES.
       77 WS-SHEET-NO PIC 9(2) VALUE ZERO.
       77 WS-SLOT-IDX PIC 9(2) VALUE ZERO.
       77 WS-SHEET-IDX PIC 9(3) VALUE ZERO.
       77 WS-SHEET-MATCH-IDX PIC 9(3) VALUE ZERO.
       77 WS-SHEET-FOUND PIC X VALUE 'N'.
       77 WS-ROSTER-IDX PIC 9(3) VALUE ZERO.
       77 WS-SAVE-ANSWER PIC X VALUE SPACE.
       77 WS-POSTED-COUNT PIC 9(4) VALUE ZERO.
       77 WS-CHANGED-COUNT PIC 9(4) VALUE ZERO.
       77 WS-LOOKUP-SUBJ-NAME PIC X(8) VALUE SPACES.

       COPY "oprparm.cpy".

       COPY "subjtabl.cpy".

       COPY "valparm.cpy".

       COPY "termparm.cpy".

      ***************************************************
      * THE SIGNED-ON TEACHER'S TCHASSGN.DAT SLOTS, THE *
      * SHEETS ALREADY ON THE REGISTER FOR THE TERM AND *
      * THE STUDENTS OF THE SHEET BEING ENTERED.        *
      ***************************************************
       01 WS-SLOT-TABLE.
            02 WS-SLOT-COUNT PIC 9(2) VALUE ZERO.
            02 WS-SLOT-ENTRY OCCURS 30 TIMES.
                 03 WS-SLOT-SUBJ PIC 9(2).
                 03 WS-SLOT-CLASS PIC 9(2).
                 03 WS-SLOT-SECTION PIC X.

       01 WS-SHEET-TABLE.
            02 WS-SHEET-COUNT PIC 9(3) VALUE ZERO.
            02 WS-SHEET-ENTRY OCCURS 500 TIMES.
                 03 WS-SHT-SUBJ PIC 9(2).
                 03 WS-SHT-CLASS PIC 9(2).
                 03 WS-SHT-SECTION PIC X.
                 03 WS-SHT-STUDENTS PIC 9(4).
                 03 WS-SHT-DATE PIC 9(8).

       01 WS-ROSTER-TABLE.
            02 WS-ROSTER-COUNT PIC 9(3) VALUE ZERO.
            02 WS-ROSTER-ENTRY OCCURS 999 TIMES.
                 03 WS-ROS-ROLLNO PIC 9(6).
                 03 WS-ROS-NAME PIC A(8).
                 03 WS-ROS-OLD-MARK PIC 9(3).
                 03 WS-ROS-HAD-MARK PIC X.
                 03 WS-ROS-NEW-MARK PIC 9(3).

       01 WS-TARGET-SLOT.
            02 WS-TARGET-SUBJ PIC 9(2).
            02 WS-TARGET-CLASS PIC 9(2).
            02 WS-TARGET-SECTION PIC X.

       01 WS-BEFORE-DATA.
            02 WS-BEFORE-MARK1 PIC 9(3).
            02 WS-BEFORE-MARK2 PIC 9(3).
            02 WS-BEFORE-MARK3 PIC 9(3).

       01 WS-TIMESTAMP.
            02 WS-TS-DATE PIC 9(8).
            02 WS-TS-TIME PIC 9(8).

       PROCEDURE DIVISION.
       MAIN-PARA.
           CALL 'OPRSIGN' USING SGN-RESULT.
           IF SGN-PASS-FLAG NOT = 'Y'
               STOP RUN
           END-IF.
           IF SGN-EMPID = ZERO
               DISPLAY 'OPERATOR ' SGN-OPERATOR-ID ' IS NOT LINKED '
                   'TO A STAFF EMPID - SEE OPRMAINT'
               STOP RUN
           END-IF.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           PERFORM GET-CURRENT-TERM.
           PERFORM LOAD-SUBJECT-TABLE.
           PERFORM LOAD-MY-SLOTS.
           IF WS-SLOT-COUNT = ZERO
               DISPLAY 'NO CLASSES ASSIGNED TO EMPID ' SGN-EMPID
                   ' ON TCHASSGN.DAT'
               STOP RUN
           END-IF.
           PERFORM ACQUIRE-ONLINE-LOCK.
           PERFORM UNTIL WS-CHOICE = 3
               PERFORM DISPLAY-MENU
               ACCEPT WS-CHOICE
               EVALUATE WS-CHOICE
                   WHEN 1 PERFORM LIST-MY-SHEETS
                   WHEN 2 PERFORM CHECK-UPDATE-ALLOWED
                          IF WS-UPDATE-ALLOWED = 'Y'
                              PERFORM ENTER-MARK-SHEET
                          END-IF
                   WHEN 3 DISPLAY 'EXITING MARK ENTRY'
                   WHEN OTHER DISPLAY 'INVALID CHOICE, TRY AGAIN'
               END-EVALUATE
           END-PERFORM.
           PERFORM RELEASE-ONLINE-LOCK.
           STOP RUN.

       DISPLAY-MENU.
           DISPLAY ' '.
           DISPLAY 'TEACHER MARK ENTRY - EMPID ' SGN-EMPID
               ' TERM ' WS-TERM-ID.
           DISPLAY '1. LIST MY MARK SHEETS'.
           DISPLAY '2. ENTER MARKS FOR A SHEET'.
           DISPLAY '3. EXIT'.
           DISPLAY 'ENTER CHOICE: '.

       GET-CURRENT-TERM.
           MOVE SPACES TO WS-TERM-ID.
           MOVE 'C' TO TRM-FUNC.
           MOVE WS-RUN-DATE TO TRM-RUN-DATE.
           CALL 'TERMLOOK' USING TRM-REQUEST TRM-RESULT.
           IF TRM-FOUND-FLAG = 'Y'
               MOVE TRM-TERM-ID TO WS-TERM-ID
           ELSE
               DISPLAY TRM-REASON ' - MARKS CANNOT BE ENTERED'
           END-IF.

       ACQUIRE-ONLINE-LOCK.
           PERFORM READ-SYS-LOCK.
           IF WS-BATCH-ACTIVE = 'N'
               ACCEPT WS-LOCK-DATE FROM DATE YYYYMMDD
               OPEN OUTPUT SYS-LOCK
               MOVE 'O' TO LOCK-FLAG
               MOVE WS-LOCK-DATE TO LOCK-DATE
               WRITE SYSLOCK-RECORD
               CLOSE SYS-LOCK
               MOVE 'Y' TO WS-HELD-LOCK
           END-IF.

       RELEASE-ONLINE-LOCK.
           IF WS-HELD-LOCK = 'Y'
               OPEN OUTPUT SYS-LOCK
               MOVE SPACE TO LOCK-FLAG
               MOVE ZERO TO LOCK-DATE
               WRITE SYSLOCK-RECORD
               CLOSE SYS-LOCK
               MOVE 'N' TO WS-HELD-LOCK
           END-IF.

       READ-SYS-LOCK.
           MOVE 'N' TO WS-BATCH-ACTIVE.
           OPEN INPUT SYS-LOCK.
           IF WS-SYSLOCK-STATUS = '00'
               READ SYS-LOCK
                   AT END MOVE SPACE TO LOCK-FLAG
               END-READ
               CLOSE SYS-LOCK
               IF LOCK-FLAG = 'B'
                   MOVE 'Y' TO WS-BATCH-ACTIVE
               END-IF
           END-IF.

       CHECK-UPDATE-ALLOWED.
           MOVE 'N' TO WS-UPDATE-ALLOWED.
           IF SGN-AUTHORITY = 'I'
               DISPLAY 'UPDATE AUTHORITY REQUIRED - INQUIRY ONLY'
           ELSE
               IF WS-TERM-ID = SPACES
                   DISPLAY 'NO OPEN TERM COVERS TODAY - MARKS '
                       'CANNOT BE ENTERED'
               ELSE
                   PERFORM CHECK-BATCH-LOCK
                   IF WS-BATCH-ACTIVE = 'N'
                       MOVE 'Y' TO WS-UPDATE-ALLOWED
                   END-IF
               END-IF
           END-IF.

       CHECK-BATCH-LOCK.
           PERFORM READ-SYS-LOCK.
           IF WS-BATCH-ACTIVE = 'Y'
               DISPLAY 'NIGHTLY BATCH IN PROGRESS - MARK ENTRY '
                   'NOT ALLOWED'
           ELSE
               IF WS-HELD-LOCK = 'N'
                   PERFORM ACQUIRE-ONLINE-LOCK
               END-IF
           END-IF.

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

      ***************************************************
      * WS-SUBJ-POS IS THE SUBJECT'S PLACE IN THE       *
      * CATALOG (1-3 ARE MIRRORED TO MARK1-3), ZERO     *
      * WHEN THE SUBJECT IS NOT IN THE CATALOG.         *
      ***************************************************
       FIND-SUBJECT-POS.
           MOVE ZERO TO WS-SUBJ-POS.
           MOVE 'UNKNOWN' TO WS-LOOKUP-SUBJ-NAME.
           PERFORM VARYING WS-SUBJ-IDX FROM 1 BY 1
                   UNTIL WS-SUBJ-IDX > WS-SUBJ-COUNT
               IF WS-SUBJ-CODE (WS-SUBJ-IDX) = WS-TARGET-SUBJ
                   MOVE WS-SUBJ-IDX TO WS-SUBJ-POS
                   MOVE WS-SUBJ-NAME (WS-SUBJ-IDX)
                       TO WS-LOOKUP-SUBJ-NAME
               END-IF
           END-PERFORM.

       LOAD-MY-SLOTS.
           MOVE ZERO TO WS-SLOT-COUNT.
           MOVE 'N' TO WS-EOF-FLAG.
           OPEN INPUT ASSIGNMENT-FILE.
           IF WS-TCHASGN-STATUS = '00'
               PERFORM READ-ASSIGNMENT
               PERFORM UNTIL WS-EOF-FLAG = 'Y'
                   IF ASG-EMPID = SGN-EMPID AND ASG-TO-TERM = SPACES
                       PERFORM ADD-MY-SLOT
                   END-IF
                   PERFORM READ-ASSIGNMENT
               END-PERFORM
               CLOSE ASSIGNMENT-FILE
           END-IF.

       READ-ASSIGNMENT.
           READ ASSIGNMENT-FILE
               AT END MOVE 'Y' TO WS-EOF-FLAG
           END-READ.

       ADD-MY-SLOT.
           IF WS-SLOT-COUNT < 30
               ADD 1 TO WS-SLOT-COUNT
               MOVE ASG-SUBJ-CODE TO WS-SLOT-SUBJ (WS-SLOT-COUNT)
               MOVE ASG-CLASS TO WS-SLOT-CLASS (WS-SLOT-COUNT)
               MOVE ASG-SECTION TO WS-SLOT-SECTION (WS-SLOT-COUNT)
           ELSE
               DISPLAY 'MORE THAN 30 ASSIGNMENTS FOR EMPID '
                   SGN-EMPID ' - CLASS ' ASG-CLASS ' SECTION '
                   ASG-SECTION ' NOT OFFERED'
           END-IF.

       LOAD-SHEET-TABLE.
           MOVE ZERO TO WS-SHEET-COUNT.
           MOVE 'N' TO WS-EOF-FLAG.
           OPEN INPUT MARK-SHEETS.
           IF WS-MARKSHT-STATUS = '00'
               PERFORM READ-MARK-SHEET
               PERFORM UNTIL WS-EOF-FLAG = 'Y'
                   IF MS-TERM-ID = WS-TERM-ID
                       PERFORM ADD-SHEET-ENTRY
                   END-IF
                   PERFORM READ-MARK-SHEET
               END-PERFORM
               CLOSE MARK-SHEETS
           END-IF.

       READ-MARK-SHEET.
           READ MARK-SHEETS
               AT END MOVE 'Y' TO WS-EOF-FLAG
           END-READ.

       ADD-SHEET-ENTRY.
           IF WS-SHEET-COUNT < 500
               ADD 1 TO WS-SHEET-COUNT
               MOVE MS-SUBJ-CODE TO WS-SHT-SUBJ (WS-SHEET-COUNT)
               MOVE MS-CLASS TO WS-SHT-CLASS (WS-SHEET-COUNT)
               MOVE MS-SECTION TO WS-SHT-SECTION (WS-SHEET-COUNT)
               MOVE MS-STUDENTS TO WS-SHT-STUDENTS (WS-SHEET-COUNT)
               MOVE MS-ENTRY-DATE TO WS-SHT-DATE (WS-SHEET-COUNT)
           ELSE
               DISPLAY 'MORE THAN 500 SHEETS FOR TERM ' WS-TERM-ID
                   ' - REGISTER NOT FULLY LOADED'
           END-IF.

       FIND-SHEET-ENTRY.
           MOVE ZERO TO WS-SHEET-MATCH-IDX.
           PERFORM VARYING WS-SHEET-IDX FROM 1 BY 1
                   UNTIL WS-SHEET-IDX > WS-SHEET-COUNT
                   OR WS-SHEET-MATCH-IDX > ZERO
               IF WS-SHT-SUBJ (WS-SHEET-IDX) = WS-TARGET-SUBJ
                       AND WS-SHT-CLASS (WS-SHEET-IDX)
                           = WS-TARGET-CLASS
                       AND WS-SHT-SECTION (WS-SHEET-IDX)
                           = WS-TARGET-SECTION
                   MOVE WS-SHEET-IDX TO WS-SHEET-MATCH-IDX
               END-IF
           END-PERFORM.

       LIST-MY-SHEETS.
           PERFORM LOAD-SHEET-TABLE.
           DISPLAY ' '.
           DISPLAY 'NO  SUBJECT  CLASS SEC  THIS TERM'.
           DISPLAY '----------------------------------------'.
           PERFORM VARYING WS-SLOT-IDX FROM 1 BY 1
                   UNTIL WS-SLOT-IDX > WS-SLOT-COUNT
               MOVE WS-SLOT-ENTRY (WS-SLOT-IDX) TO WS-TARGET-SLOT
               PERFORM FIND-SUBJECT-POS
               PERFORM FIND-SHEET-ENTRY
               IF WS-SHEET-MATCH-IDX = ZERO
                   DISPLAY WS-SLOT-IDX '  ' WS-LOOKUP-SUBJ-NAME ' '
                       WS-TARGET-CLASS '    ' WS-TARGET-SECTION
                       '    NOT ENTERED'
               ELSE
                   DISPLAY WS-SLOT-IDX '  ' WS-LOOKUP-SUBJ-NAME ' '
                       WS-TARGET-CLASS '    ' WS-TARGET-SECTION
                       '    ENTERED '
                       WS-SHT-DATE (WS-SHEET-MATCH-IDX) ' '
                       WS-SHT-STUDENTS (WS-SHEET-MATCH-IDX)
                       ' STUDENTS'
               END-IF
           END-PERFORM.
           DISPLAY '----------------------------------------'.

      ***************************************************
      * ONLY A SHEET FROM THE TEACHER'S OWN SLOT TABLE  *
      * CAN BE CHOSEN, SO NO OTHER CLASS OR SUBJECT CAN *
      * BE REACHED FROM HERE.                           *
      ***************************************************
       ENTER-MARK-SHEET.
           PERFORM LIST-MY-SHEETS.
           MOVE 'N' TO WS-ENTRY-VALID-FLAG.
           PERFORM UNTIL WS-ENTRY-VALID-FLAG = 'Y'
               DISPLAY 'ENTER SHEET NO: '
               ACCEPT WS-SHEET-NO
               MOVE 'N' TO VAL-RULE-TYPE
               MOVE WS-SHEET-NO TO VAL-NUM-VALUE
               MOVE 1 TO VAL-RANGE-LOW
               MOVE WS-SLOT-COUNT TO VAL-RANGE-HIGH
               CALL 'VALEDIT' USING VAL-REQUEST VAL-RESULT
               IF VAL-PASS-FLAG = 'N'
                   DISPLAY VAL-REASON ' - TRY AGAIN'
               ELSE
                   MOVE 'Y' TO WS-ENTRY-VALID-FLAG
               END-IF
           END-PERFORM.
           MOVE WS-SLOT-ENTRY (WS-SHEET-NO) TO WS-TARGET-SLOT.
           PERFORM FIND-SUBJECT-POS.
           IF WS-SUBJ-POS = ZERO
               DISPLAY 'SUBJECT ' WS-TARGET-SUBJ ' IS NOT IN THE '
                   'SUBJMAST.DAT CATALOG - SHEET NOT ENTERED'
           ELSE
               PERFORM LOAD-SHEET-ROSTER
               IF WS-ROSTER-COUNT = ZERO
                   DISPLAY 'NO STUDENTS ON FILE FOR CLASS '
                       WS-TARGET-CLASS ' SECTION ' WS-TARGET-SECTION
               ELSE
                   PERFORM ACCEPT-SHEET-MARKS
                   DISPLAY 'SAVE THIS SHEET (Y/N): '
                   ACCEPT WS-SAVE-ANSWER
                   IF WS-SAVE-ANSWER = 'Y'
                       PERFORM POST-SHEET-MARKS
                       IF WS-POSTED-COUNT > ZERO
                           PERFORM RECORD-MARK-SHEET
                       END-IF
                   ELSE
                       DISPLAY 'SHEET DISCARDED - NO MARKS CHANGED'
                   END-IF
               END-IF
           END-IF.

       LOAD-SHEET-ROSTER.
           MOVE ZERO TO WS-ROSTER-COUNT.
           MOVE 'N' TO WS-EOF-FLAG.
           OPEN INPUT STUDENT-MASTER.
           IF WS-STUDMAST-STATUS NOT = '00'
               DISPLAY 'STUDENT-MASTER NOT FOUND - NOTHING TO '
                   'ENTER'
           ELSE
               PERFORM READ-STUDENT
               PERFORM UNTIL WS-EOF-FLAG = 'Y'
                       OR WS-ROSTER-COUNT = 999
                   IF STUD-CLASS = WS-TARGET-CLASS
                           AND STUD-SECTION = WS-TARGET-SECTION
                       PERFORM ADD-ROSTER-ENTRY
                   END-IF
                   PERFORM READ-STUDENT
               END-PERFORM
               CLOSE STUDENT-MASTER
               PERFORM GET-ROSTER-MARKS
           END-IF.

       READ-STUDENT.
           READ STUDENT-MASTER NEXT RECORD
               AT END MOVE 'Y' TO WS-EOF-FLAG
           END-READ.

       ADD-ROSTER-ENTRY.
           ADD 1 TO WS-ROSTER-COUNT.
           MOVE ROLLNO TO WS-ROS-ROLLNO (WS-ROSTER-COUNT).
           MOVE STUDNAME TO WS-ROS-NAME (WS-ROSTER-COUNT).
           MOVE 'N' TO WS-ROS-HAD-MARK (WS-ROSTER-COUNT).
           EVALUATE WS-SUBJ-POS
               WHEN 1 MOVE MARK1 TO WS-ROS-OLD-MARK (WS-ROSTER-COUNT)
               WHEN 2 MOVE MARK2 TO WS-ROS-OLD-MARK (WS-ROSTER-COUNT)
               WHEN 3 MOVE MARK3 TO WS-ROS-OLD-MARK (WS-ROSTER-COUNT)
               WHEN OTHER
                   MOVE ZERO TO WS-ROS-OLD-MARK (WS-ROSTER-COUNT)
           END-EVALUATE.
           MOVE WS-ROS-OLD-MARK (WS-ROSTER-COUNT)
               TO WS-ROS-NEW-MARK (WS-ROSTER-COUNT).

       GET-ROSTER-MARKS.
           OPEN INPUT MARK-DETAIL-FILE.
           IF WS-MARKDETL-STATUS = '00'
               PERFORM VARYING WS-ROSTER-IDX FROM 1 BY 1
                       UNTIL WS-ROSTER-IDX > WS-ROSTER-COUNT
                   MOVE WS-ROS-ROLLNO (WS-ROSTER-IDX) TO MD-ROLLNO
                   MOVE WS-TARGET-SUBJ TO MD-SUBJ-CODE
                   READ MARK-DETAIL-FILE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE 'Y' TO WS-ROS-HAD-MARK (WS-ROSTER-IDX)
                           MOVE MD-MARK
                               TO WS-ROS-OLD-MARK (WS-ROSTER-IDX)
                   END-READ
               END-PERFORM
               CLOSE MARK-DETAIL-FILE
           END-IF.

       ACCEPT-SHEET-MARKS.
           MOVE WS-SUBJ-MAX (WS-SUBJ-POS) TO WS-ENTRY-MAX.
           DISPLAY ' '.
           DISPLAY WS-LOOKUP-SUBJ-NAME ' CLASS ' WS-TARGET-CLASS
               ' SECTION ' WS-TARGET-SECTION ' - ' WS-ROSTER-COUNT
               ' STUDENTS, MAXIMUM ' WS-ENTRY-MAX.
           PERFORM VARYING WS-ROSTER-IDX FROM 1 BY 1
                   UNTIL WS-ROSTER-IDX > WS-ROSTER-COUNT
               DISPLAY WS-ROS-ROLLNO (WS-ROSTER-IDX) ' '
                   WS-ROS-NAME (WS-ROSTER-IDX) ' ON FILE '
                   WS-ROS-OLD-MARK (WS-ROSTER-IDX)
                   ' - ENTER MARK: '
               PERFORM ACCEPT-VALID-MARK
               MOVE WS-ENTRY-MARK TO WS-ROS-NEW-MARK (WS-ROSTER-IDX)
           END-PERFORM.

       ACCEPT-VALID-MARK.
           MOVE 'N' TO WS-ENTRY-VALID-FLAG.
           PERFORM UNTIL WS-ENTRY-VALID-FLAG = 'Y'
               ACCEPT WS-ENTRY-MARK
               MOVE 'N' TO VAL-RULE-TYPE
               MOVE WS-ENTRY-MARK TO VAL-NUM-VALUE
               MOVE ZERO TO VAL-RANGE-LOW
               MOVE WS-ENTRY-MAX TO VAL-RANGE-HIGH
               CALL 'VALEDIT' USING VAL-REQUEST VAL-RESULT
               IF VAL-PASS-FLAG = 'N'
                   DISPLAY VAL-REASON ' (0-' WS-ENTRY-MAX
                       ') - TRY AGAIN'
               ELSE
                   MOVE 'Y' TO WS-ENTRY-VALID-FLAG
               END-IF
           END-PERFORM.

      ***************************************************
      * A STUDENT DELETED SINCE THE SHEET WAS LOADED IS *
      * SKIPPED. ONLY MARKS THAT ARE NEW OR CHANGED GO  *
      * ON THE AUDIT TRAIL.                             *
      ***************************************************
       POST-SHEET-MARKS.
           MOVE ZERO TO WS-POSTED-COUNT.
           MOVE ZERO TO WS-CHANGED-COUNT.
           OPEN I-O STUDENT-MASTER.
           IF WS-STUDMAST-STATUS NOT = '00'
               DISPLAY 'STUDENT-MASTER NOT FOUND - SHEET NOT SAVED'
           ELSE
               PERFORM OPEN-DETAIL-FOR-UPDATE
               PERFORM VARYING WS-ROSTER-IDX FROM 1 BY 1
                       UNTIL WS-ROSTER-IDX > WS-ROSTER-COUNT
                   MOVE WS-ROS-ROLLNO (WS-ROSTER-IDX) TO ROLLNO
                   READ STUDENT-MASTER
                       INVALID KEY
                           DISPLAY 'ROLLNO ' ROLLNO ' NO LONGER ON '
                               'FILE - SKIPPED'
                       NOT INVALID KEY
                           PERFORM POST-ONE-MARK
                   END-READ
               END-PERFORM
               CLOSE MARK-DETAIL-FILE
               CLOSE STUDENT-MASTER
               DISPLAY 'SHEET SAVED - MARKS POSTED: ' WS-POSTED-COUNT
                   ' CHANGED: ' WS-CHANGED-COUNT
           END-IF.

       POST-ONE-MARK.
           MOVE MARK1 TO WS-BEFORE-MARK1.
           MOVE MARK2 TO WS-BEFORE-MARK2.
           MOVE MARK3 TO WS-BEFORE-MARK3.
           MOVE WS-ROS-ROLLNO (WS-ROSTER-IDX) TO MD-ROLLNO.
           MOVE WS-TARGET-SUBJ TO MD-SUBJ-CODE.
           MOVE WS-ROS-NEW-MARK (WS-ROSTER-IDX) TO MD-MARK.
           WRITE MARK-DETAIL
               INVALID KEY
                   REWRITE MARK-DETAIL
           END-WRITE.
           EVALUATE WS-SUBJ-POS
               WHEN 1 MOVE WS-ROS-NEW-MARK (WS-ROSTER-IDX) TO MARK1
               WHEN 2 MOVE WS-ROS-NEW-MARK (WS-ROSTER-IDX) TO MARK2
               WHEN 3 MOVE WS-ROS-NEW-MARK (WS-ROSTER-IDX) TO MARK3
               WHEN OTHER CONTINUE
           END-EVALUATE.
           REWRITE RECMOD.
           ADD 1 TO WS-POSTED-COUNT.
           IF WS-ROS-HAD-MARK (WS-ROSTER-IDX) = 'N'
                   OR WS-ROS-NEW-MARK (WS-ROSTER-IDX)
                       NOT = WS-ROS-OLD-MARK (WS-ROSTER-IDX)
               ADD 1 TO WS-CHANGED-COUNT
               PERFORM WRITE-AUDIT-RECORD
           END-IF.

       OPEN-DETAIL-FOR-UPDATE.
           OPEN I-O MARK-DETAIL-FILE.
           IF WS-MARKDETL-STATUS = '35'
               OPEN OUTPUT MARK-DETAIL-FILE
               CLOSE MARK-DETAIL-FILE
               OPEN I-O MARK-DETAIL-FILE
           END-IF.

       WRITE-AUDIT-RECORD.
           ACCEPT WS-TS-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-TS-TIME FROM TIME.
           OPEN EXTEND AUDIT-LOG.
           IF WS-AUDIT-STATUS = '35'
               OPEN OUTPUT AUDIT-LOG
               CLOSE AUDIT-LOG
               OPEN EXTEND AUDIT-LOG
           END-IF.
           MOVE ROLLNO TO AUD-ROLLNO.
           MOVE 'TMARK' TO AUD-OPERATION.
           MOVE STUDNAME TO AUD-BEFORE-NAME.
           MOVE WS-BEFORE-MARK1 TO AUD-BEFORE-MARK1.
           MOVE WS-BEFORE-MARK2 TO AUD-BEFORE-MARK2.
           MOVE WS-BEFORE-MARK3 TO AUD-BEFORE-MARK3.
           MOVE STUDNAME TO AUD-AFTER-NAME.
           MOVE MARK1 TO AUD-AFTER-MARK1.
           MOVE MARK2 TO AUD-AFTER-MARK2.
           MOVE MARK3 TO AUD-AFTER-MARK3.
           MOVE WS-TIMESTAMP TO AUD-TIMESTAMP.
           MOVE SGN-OPERATOR-ID TO AUD-OPERATOR.
           WRITE AUDIT-RECORD.
           CLOSE AUDIT-LOG.

      ***************************************************
      * A SHEET ENTERED AGAIN IN THE SAME TERM REWRITES *
      * ITS REGISTER RECORD RATHER THAN ADDING ANOTHER. *
      ***************************************************
       RECORD-MARK-SHEET.
           MOVE 'N' TO WS-SHEET-FOUND.
           MOVE 'N' TO WS-EOF-FLAG.
           OPEN I-O MARK-SHEETS.
           IF WS-MARKSHT-STATUS = '00'
               PERFORM READ-MARK-SHEET
               PERFORM UNTIL WS-EOF-FLAG = 'Y'
                       OR WS-SHEET-FOUND = 'Y'
                   IF MS-TERM-ID = WS-TERM-ID
                           AND MS-SUBJ-CODE = WS-TARGET-SUBJ
                           AND MS-CLASS = WS-TARGET-CLASS
                           AND MS-SECTION = WS-TARGET-SECTION
                       MOVE 'Y' TO WS-SHEET-FOUND
                       PERFORM FILL-SHEET-RECORD
                       REWRITE MS-RECORD
                   ELSE
                       PERFORM READ-MARK-SHEET
                   END-IF
               END-PERFORM
               CLOSE MARK-SHEETS
           END-IF.
           IF WS-SHEET-FOUND = 'N'
               OPEN EXTEND MARK-SHEETS
               IF WS-MARKSHT-STATUS = '35'
                   OPEN OUTPUT MARK-SHEETS
                   CLOSE MARK-SHEETS
                   OPEN EXTEND MARK-SHEETS
               END-IF
               MOVE SPACES TO MS-RECORD
               MOVE WS-TERM-ID TO MS-TERM-ID
               MOVE WS-TARGET-SUBJ TO MS-SUBJ-CODE
               MOVE WS-TARGET-CLASS TO MS-CLASS
               MOVE WS-TARGET-SECTION TO MS-SECTION
               PERFORM FILL-SHEET-RECORD
               WRITE MS-RECORD
               CLOSE MARK-SHEETS
           END-IF.
           DISPLAY 'SHEET RECORDED FOR TERM ' WS-TERM-ID.

       FILL-SHEET-RECORD.
           MOVE SGN-EMPID TO MS-EMPID.
           MOVE WS-POSTED-COUNT TO MS-STUDENTS.
           MOVE WS-RUN-DATE TO MS-ENTRY-DATE.
           MOVE SGN-OPERATOR-ID TO MS-OPERATOR.
