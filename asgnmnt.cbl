      * SUBJECT-CLASS-SECTION THAT ALREADY HAS A        *
      * TEACHER REPLACES THE HOLDER. ALSO PRINTS THE    *
      * TEACHING-LOAD REPORT PER TEACHER. THE SESSION   *
      * STARTS WITH AN OPRSIGN SIGN-ON AND NEEDS UPDATE *
      * AUTHORITY FOR CHANGES. A SEPARATED EMPLOYEE     *
      * CANNOT BE GIVEN A NEW ASSIGNMENT, AND ANY SLOT  *
      * STILL HELD BY ONE IS FLAGGED ON THE LISTING AND *
      * THE TEACHING-LOAD REPORT SO IT CAN BE           *
      * REASSIGNED. A CHANGE TAKES EFFECT FROM THE      *
      * CURRENT TERM: THE OUTGOING TEACHER'S RECORD IS  *
      * ENDED AT THE PREVIOUS TERM RATHER THAN          *
      * OVERWRITTEN, SO THE FILE KEEPS WHO TAUGHT EACH  *
      * SLOT IN EVERY TERM, AND THE HISTORY OF A SLOT   *
      * CAN BE LISTED.                                  *
      ***************************************************

       IDENTIFICATION DIVISION.

       FD  TRANS-WORK
           LABEL RECORDS ARE STANDARD.
       01 TRANS-WORK-RECORD PIC X(27).

       WORKING-STORAGE SECTION.
       77 WS-TCHASGN-STATUS PIC XX VALUE '00'.
       77 WS-LOAD-IDX PIC 9(3) VALUE ZERO.
       77 WS-LOAD-MATCH-IDX PIC 9(3) VALUE ZERO.
       77 WS-WORK-FILENAME PIC X(20) VALUE 'TCHASSGN.TMP'.
       77 WS-HOLDER-FLAG PIC X(24) VALUE SPACES.
       77 WS-SEPARATED-COUNT PIC 9(4) VALUE ZERO.
       77 WS-TODAY PIC 9(8) VALUE ZERO.
       77 WS-TERM-OK PIC X VALUE 'N'.
       77 WS-EFFECTIVE-TERM PIC X(6) VALUE SPACES.
       77 WS-PRIOR-TERM PIC X(6) VALUE SPACES.
       77 WS-HOLDER-EMPID PIC 9(5) VALUE ZERO.
       77 WS-ENDED-FLAG PIC X VALUE 'N'.

       COPY "subjtabl.cpy".


       COPY "oprparm.cpy".

       COPY "termparm.cpy".

       01 WS-LOAD-TABLE.
            02 WS-LOAD-COUNT PIC 9(3) VALUE ZERO.
            02 WS-LOAD-ENTRY OCCURS 200 TIMES.
               STOP RUN
           END-IF.
           PERFORM LOAD-SUBJECT-TABLE.
           PERFORM UNTIL WS-CHOICE = 6
               PERFORM DISPLAY-MENU
               ACCEPT WS-CHOICE
               EVALUATE WS-CHOICE
                          END-IF
                   WHEN 3 PERFORM LIST-ASSIGNMENTS
                   WHEN 4 PERFORM TEACHING-LOAD-REPORT
                   WHEN 5 PERFORM SLOT-HISTORY
                   WHEN 6 DISPLAY 'EXITING ASSIGNMENT MAINTENANCE'
                   WHEN OTHER DISPLAY 'INVALID CHOICE, TRY AGAIN'
               END-EVALUATE
           END-PERFORM.
           DISPLAY '2. DELETE ASSIGNMENT'.
           DISPLAY '3. LIST ASSIGNMENTS'.
           DISPLAY '4. TEACHING-LOAD REPORT'.
           DISPLAY '5. ASSIGNMENT HISTORY FOR A SLOT'.
           DISPLAY '6. EXIT'.
           DISPLAY 'ENTER CHOICE: '.

       LOAD-SUBJECT-TABLE.
                   INVALID KEY
                       DISPLAY 'EMPID NOT ON EMP-MASTER'
                   NOT INVALID KEY
                       IF EMPSTATUS = 'S' OR EMPSTATUS = 'F'
                           DISPLAY 'EMPID ' EMPID ' SEPARATED ON '
                               EMPLEAVEDATE ' - CANNOT BE ASSIGNED'
                       ELSE
                           MOVE 'Y' TO WS-EMP-ON-FILE
                           MOVE EMPNAME TO WS-EMP-NAME
                           DISPLAY 'TEACHER: ' EMPNAME
                       END-IF
               END-READ
               CLOSE EMP-MASTER
           END-IF.
               END-IF
           END-PERFORM.

      ***************************************************
      * CHANGES TAKE EFFECT FROM THE OPEN TERM COVERING *
      * TODAY. BETWEEN TERMS THE OPERATOR NAMES THE     *
      * OPEN TERM THE CHANGE BELONGS TO. THE TERM       *
      * BEFORE IT IS THE LAST ONE THE OUTGOING TEACHER  *
      * TAUGHT.                                         *
      ***************************************************
       GET-EFFECTIVE-TERM.
           MOVE 'N' TO WS-TERM-OK.
           MOVE SPACES TO WS-EFFECTIVE-TERM WS-PRIOR-TERM.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD.
           MOVE 'C' TO TRM-FUNC.
           MOVE WS-TODAY TO TRM-RUN-DATE.
           CALL 'TERMLOOK' USING TRM-REQUEST TRM-RESULT.
           IF TRM-FOUND-FLAG = 'Y'
               MOVE 'Y' TO WS-TERM-OK
           ELSE
               DISPLAY 'NO OPEN TERM COVERS TODAY - ENTER THE TERM '
                   'ID THE CHANGE TAKES EFFECT FROM YYYYMM: '
               ACCEPT TRM-TERM-ID
               MOVE 'V' TO TRM-FUNC
               CALL 'TERMLOOK' USING TRM-REQUEST TRM-RESULT
               IF TRM-FOUND-FLAG = 'Y' AND TRM-OPEN-FLAG = 'Y'
                   MOVE 'Y' TO WS-TERM-OK
               ELSE
                   DISPLAY 'TERM ' TRM-TERM-ID ' REJECTED - '
                       TRM-REASON ' - NOTHING CHANGED'
               END-IF
           END-IF.
           IF WS-TERM-OK = 'Y'
               MOVE TRM-TERM-ID TO WS-EFFECTIVE-TERM
               MOVE 'P' TO TRM-FUNC
               CALL 'TERMLOOK' USING TRM-REQUEST TRM-RESULT
               IF TRM-FOUND-FLAG = 'Y'
                   MOVE TRM-TERM-ID TO WS-PRIOR-TERM
               END-IF
               DISPLAY 'EFFECTIVE FROM TERM ' WS-EFFECTIVE-TERM
           END-IF.

       ADD-ASSIGNMENT.
           PERFORM GET-EFFECTIVE-TERM.
           IF WS-TERM-OK = 'N'
               MOVE 'N' TO WS-EMP-ON-FILE
           ELSE
               DISPLAY 'ENTER EMPID: '
               ACCEPT WS-TARGET-EMPID
               PERFORM CHECK-EMP-ON-FILE
           END-IF.
           IF WS-EMP-ON-FILE = 'Y'
               DISPLAY 'ENTER SUBJECT CODE: '
               ACCEPT WS-TARGET-SUBJ
           END-IF.

      ***************************************************
      * A SUBJECT-CLASS-SECTION HAS ONE CURRENT OWNER.  *
      * IF THE SLOT IS ALREADY HELD, THE HOLDER'S       *
      * RECORD IS CLOSED AT THE TERM BEFORE THE         *
      * EFFECTIVE TERM AND THE NEW TEACHER APPENDED. A  *
      * HOLDER WHO STARTED IN THE EFFECTIVE TERM, OR    *
      * WITH NO EARLIER TERM ON THE CALENDAR, TAUGHT NO *
      * COMPLETE TERM, SO THE RECORD IS REWRITTEN WITH  *
      * THE NEW TEACHER INSTEAD.                        *
      ***************************************************
       REPLACE-OR-APPEND.
           MOVE 'N' TO WS-REPLACED-FLAG.
           MOVE 'N' TO WS-ENDED-FLAG.
           MOVE 'N' TO WS-EOF-FLAG.
           OPEN I-O ASSIGNMENT-FILE.
           IF WS-TCHASGN-STATUS = '00'
               PERFORM READ-ASSIGNMENT
               PERFORM UNTIL WS-EOF-FLAG = 'Y'
                       OR WS-REPLACED-FLAG = 'Y'
                       OR WS-ENDED-FLAG = 'Y'
                   IF ASG-SUBJ-CODE = WS-TARGET-SUBJ
                           AND ASG-CLASS = WS-TARGET-CLASS
                           AND ASG-SECTION = WS-TARGET-SECTION
                           AND ASG-TO-TERM = SPACES
                       PERFORM REPLACE-CURRENT-HOLDER
                   ELSE
                       PERFORM READ-ASSIGNMENT
                   END-IF
               MOVE WS-TARGET-SUBJ TO ASG-SUBJ-CODE
               MOVE WS-TARGET-CLASS TO ASG-CLASS
               MOVE WS-TARGET-SECTION TO ASG-SECTION
               MOVE WS-EFFECTIVE-TERM TO ASG-FROM-TERM
               MOVE SPACES TO ASG-TO-TERM
               WRITE ASG-RECORD
               CLOSE ASSIGNMENT-FILE
           END-IF.
               ' CLASS ' WS-TARGET-CLASS ' SECTION '
               WS-TARGET-SECTION.

       REPLACE-CURRENT-HOLDER.
           MOVE ASG-EMPID TO WS-HOLDER-EMPID.
           IF ASG-FROM-TERM NOT < WS-EFFECTIVE-TERM
                   OR WS-PRIOR-TERM = SPACES
               DISPLAY 'SLOT HELD BY EMPID ' WS-HOLDER-EMPID
                   ' - REASSIGNED'
               MOVE WS-TARGET-EMPID TO ASG-EMPID
               REWRITE ASG-RECORD
               MOVE 'Y' TO WS-REPLACED-FLAG
           ELSE
               DISPLAY 'SLOT HELD BY EMPID ' WS-HOLDER-EMPID
                   ' - ENDED AFTER TERM ' WS-PRIOR-TERM
               MOVE WS-PRIOR-TERM TO ASG-TO-TERM
               REWRITE ASG-RECORD
               MOVE 'Y' TO WS-ENDED-FLAG
           END-IF.

       READ-ASSIGNMENT.
           READ ASSIGNMENT-FILE
               AT END MOVE 'Y' TO WS-EOF-FLAG
           END-READ.

      ***************************************************
      * THE CURRENT HOLDER'S RECORD IS ENDED AT THE     *
      * TERM BEFORE THE EFFECTIVE TERM SO ITS HISTORY   *
      * SURVIVES; ONE THAT STARTED IN THE EFFECTIVE     *
      * TERM IS REMOVED AS BEFORE.                      *
      ***************************************************
       DELETE-ASSIGNMENT.
           PERFORM GET-EFFECTIVE-TERM.
           IF WS-TERM-OK = 'Y'
               DISPLAY 'ENTER SUBJECT CODE: '
               ACCEPT WS-TARGET-SUBJ
               PERFORM ACCEPT-ASSIGNMENT-KEYS
               PERFORM END-OR-REMOVE-SLOT
           END-IF.

       END-OR-REMOVE-SLOT.
           MOVE ZERO TO WS-STRIPPED-COUNT.
           MOVE 'N' TO WS-ENDED-FLAG.
           MOVE 'N' TO WS-EOF-FLAG.
           OPEN INPUT ASSIGNMENT-FILE.
           IF WS-TCHASGN-STATUS NOT = '00'
                   IF ASG-SUBJ-CODE = WS-TARGET-SUBJ
                           AND ASG-CLASS = WS-TARGET-CLASS
                           AND ASG-SECTION = WS-TARGET-SECTION
                           AND ASG-TO-TERM = SPACES
                       IF ASG-FROM-TERM NOT < WS-EFFECTIVE-TERM
                               OR WS-PRIOR-TERM = SPACES
                           ADD 1 TO WS-STRIPPED-COUNT
                       ELSE
                           MOVE WS-PRIOR-TERM TO ASG-TO-TERM
                           MOVE 'Y' TO WS-ENDED-FLAG
                           MOVE ASG-RECORD TO TRANS-WORK-RECORD
                           WRITE TRANS-WORK-RECORD
                       END-IF
                   ELSE
                       MOVE ASG-RECORD TO TRANS-WORK-RECORD
                       WRITE TRANS-WORK-RECORD
               CLOSE ASSIGNMENT-FILE
               CLOSE TRANS-WORK
               CALL 'CBL_DELETE_FILE' USING WS-WORK-FILENAME
               IF WS-ENDED-FLAG = 'Y'
                   DISPLAY 'ASSIGNMENT ENDED AFTER TERM '
                       WS-PRIOR-TERM
               ELSE
                   IF WS-STRIPPED-COUNT = ZERO
                       DISPLAY 'NO ASSIGNMENT ON FILE FOR THAT SLOT'
                   ELSE
                       DISPLAY 'ASSIGNMENT DELETED'
                   END-IF
               END-IF
           END-IF.

               DISPLAY 'TCHASSGN.DAT NOT FOUND - NO ASSIGNMENTS '
                   'ON FILE'
           ELSE
               MOVE ZERO TO WS-SEPARATED-COUNT
               OPEN INPUT EMP-MASTER
               DISPLAY ' '
               DISPLAY 'EMPID SUBJ CLASS SEC FROM'
               DISPLAY '-------------------------'
               PERFORM READ-ASSIGNMENT
               PERFORM UNTIL WS-EOF-FLAG = 'Y'
                   IF ASG-TO-TERM = SPACES
                       PERFORM CHECK-HOLDER-SEPARATED
                       DISPLAY ASG-EMPID ' ' ASG-SUBJ-CODE '   '
                           ASG-CLASS '    ' ASG-SECTION '   '
                           ASG-FROM-TERM ' ' WS-HOLDER-FLAG
                       ADD 1 TO WS-ASG-COUNT
                   END-IF
                   PERFORM READ-ASSIGNMENT
               END-PERFORM
               CLOSE ASSIGNMENT-FILE
               IF WS-EMPMAST-STATUS = '00'
                   CLOSE EMP-MASTER
               END-IF
               DISPLAY '-------------------------'
               DISPLAY 'CURRENT ASSIGNMENTS: ' WS-ASG-COUNT
               PERFORM SHOW-SEPARATED-COUNT
           END-IF.

      ***************************************************
      * EMP-MASTER IS ALREADY OPEN FOR INPUT. A SLOT    *
      * HELD BY A SEPARATED EMPLOYEE IS FLAGGED SO THE  *
      * CLASS IS NOT LEFT WITHOUT A TEACHER.            *
      ***************************************************
       CHECK-HOLDER-SEPARATED.
           MOVE SPACES TO WS-HOLDER-FLAG.
           IF WS-EMPMAST-STATUS = '00'
               MOVE ASG-EMPID TO EMPID
               READ EMP-MASTER
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF EMPSTATUS = 'S' OR EMPSTATUS = 'F'
                           MOVE '** SEPARATED - REASSIGN'
                               TO WS-HOLDER-FLAG
                           ADD 1 TO WS-SEPARATED-COUNT
                       END-IF
               END-READ
           END-IF.

       SHOW-SEPARATED-COUNT.
           IF WS-SEPARATED-COUNT > ZERO
               DISPLAY '*** ' WS-SEPARATED-COUNT ' ASSIGNMENTS HELD '
                   'BY SEPARATED STAFF - REASSIGN THEM ***'
           END-IF.

       TEACHING-LOAD-REPORT.
               DISPLAY 'TCHASSGN.DAT NOT FOUND - NO ASSIGNMENTS '
                   'ON FILE'
           ELSE
               MOVE ZERO TO WS-SEPARATED-COUNT
               OPEN INPUT EMP-MASTER
               DISPLAY ' '
               DISPLAY '     TEACHING-LOAD REPORT'
               DISPLAY '--------------------'
               PERFORM READ-ASSIGNMENT
               PERFORM UNTIL WS-EOF-FLAG = 'Y'
                   IF ASG-TO-TERM = SPACES
                       PERFORM CHECK-HOLDER-SEPARATED
                       DISPLAY ASG-EMPID ' ' ASG-SUBJ-CODE '   '
                           ASG-CLASS '    ' ASG-SECTION ' '
                           WS-HOLDER-FLAG
                       PERFORM COUNT-TEACHER-LOAD
                   END-IF
                   PERFORM READ-ASSIGNMENT
               END-PERFORM
               CLOSE ASSIGNMENT-FILE
                       WS-LOAD-NAME (WS-LOAD-IDX) ' '
                       WS-LOAD-SUBJECTS (WS-LOAD-IDX)
               END-PERFORM
               PERFORM SHOW-SEPARATED-COUNT
           END-IF.

       COUNT-TEACHER-LOAD.
           IF WS-LOAD-MATCH-IDX > ZERO
               ADD 1 TO WS-LOAD-SUBJECTS (WS-LOAD-MATCH-IDX)
           END-IF.

      ***************************************************
      * EVERY TEACHER WHO HAS HELD ONE SLOT, WITH THE   *
      * TERMS THEY HELD IT FOR.                         *
      ***************************************************
       SLOT-HISTORY.
           DISPLAY 'ENTER SUBJECT CODE: '.
           ACCEPT WS-TARGET-SUBJ.
           PERFORM ACCEPT-ASSIGNMENT-KEYS.
           MOVE ZERO TO WS-ASG-COUNT.
           MOVE 'N' TO WS-EOF-FLAG.
           OPEN INPUT ASSIGNMENT-FILE.
           IF WS-TCHASGN-STATUS NOT = '00'
               DISPLAY 'TCHASSGN.DAT NOT FOUND - NO ASSIGNMENTS '
                   'ON FILE'
           ELSE
               DISPLAY ' '
               DISPLAY 'EMPID FROM   TO'
               DISPLAY '-------------------'
               PERFORM READ-ASSIGNMENT
               PERFORM UNTIL WS-EOF-FLAG = 'Y'
                   IF ASG-SUBJ-CODE = WS-TARGET-SUBJ
                           AND ASG-CLASS = WS-TARGET-CLASS
                           AND ASG-SECTION = WS-TARGET-SECTION
                       PERFORM SHOW-HISTORY-LINE
                       ADD 1 TO WS-ASG-COUNT
                   END-IF
                   PERFORM READ-ASSIGNMENT
               END-PERFORM
               CLOSE ASSIGNMENT-FILE
               DISPLAY '-------------------'
               DISPLAY 'ASSIGNMENTS FOR SLOT: ' WS-ASG-COUNT
           END-IF.

       SHOW-HISTORY-LINE.
           IF ASG-TO-TERM = SPACES
               DISPLAY ASG-EMPID ' ' ASG-FROM-TERM ' CURRENT'
           ELSE
               DISPLAY ASG-EMPID ' ' ASG-FROM-TERM ' ' ASG-TO-TERM
           END-IF.
