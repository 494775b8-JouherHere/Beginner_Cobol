      ***************************************************
      * COBOL PROGRAM TO MAINTAIN THE EMPLOYEE MASTER   *
      * FILE - ADD / CHANGE / DELETE / INQUIRE BY       *
      * EMPID, MENU DRIVEN LIKE STUDMAINT, WITH         *
      * BEFORE/AFTER AUDIT LOGGING TO EMPAUDIT.DAT. THE *
      * SESSION STARTS WITH AN OPRSIGN SIGN-ON AGAINST  *
      * OPERMAST.DAT; INQUIRE-ONLY OPERATORS CANNOT     *
      * ADD/CHANGE/DELETE AND THE SIGNED-ON OPERATOR ID *
      * IS STAMPED ON EVERY AUDIT RECORD. A LEAVER IS   *
      * SEPARATED RATHER THAN DELETED - THE RECORD IS   *
      * KEPT WITH STATUS S, THE LEAVING DATE AND A      *
      * REASON CODE, PAYROLL STOPS PAYING THEM AND      *
      * FINSETL PAYS THE FINAL SETTLEMENT. THE LEAVING  *
      * DATE MAY NOT BE LATER THAN THE DAY THE          *
      * SEPARATION IS KEYED.                            *
      ***************************************************

       IDENTIFICATION DIVISION.
       77 WS-ENTRY-SALARY PIC 9(7)V99 VALUE ZERO.
       77 WS-SALHIST-STATUS PIC XX VALUE '00'.
       77 WS-SAL-EFF-DATE PIC 9(8) VALUE ZERO.
       77 WS-ENTRY-REASON PIC X(2) VALUE SPACES.
       77 WS-LEAVE-DATE PIC 9(8) VALUE ZERO.
       77 WS-RUN-DATE PIC 9(8) VALUE ZERO.
       01 WS-ENTRY-DATE.
            02 WS-ENTRY-YYYY PIC 9(4).
            02 WS-ENTRY-MM PIC 9(2).
           IF SGN-PASS-FLAG NOT = 'Y'
               STOP RUN
           END-IF.
           PERFORM UNTIL WS-CHOICE = 6
               PERFORM DISPLAY-MENU
               ACCEPT WS-CHOICE
               EVALUATE WS-CHOICE
                              PERFORM DELETE-EMPLOYEE
                          END-IF
                   WHEN 4 PERFORM INQUIRE-EMPLOYEE
                   WHEN 5 IF SGN-AUTHORITY = 'I'
                              PERFORM REFUSE-INQUIRE-ONLY
                          ELSE
                              PERFORM SEPARATE-EMPLOYEE
                          END-IF
                   WHEN 6 DISPLAY 'EXITING EMPLOYEE MAINTENANCE'
                   WHEN OTHER DISPLAY 'INVALID CHOICE, TRY AGAIN'
               END-EVALUATE
           END-PERFORM.
           DISPLAY '2. CHANGE EMPLOYEE'.
           DISPLAY '3. DELETE EMPLOYEE'.
           DISPLAY '4. INQUIRE EMPLOYEE'.
           DISPLAY '5. SEPARATE EMPLOYEE'.
           DISPLAY '6. EXIT'.
           DISPLAY 'ENTER CHOICE: '.

       ACCEPT-EMPLOYEE-FIELDS.
           MOVE WS-NEW-EMPDEPT TO EMPDEPT.
           MOVE WS-NEW-EMPSALARY TO EMPSALARY.
           MOVE WS-NEW-EMPHIREDATE TO EMPHIREDATE.
           MOVE 'A' TO EMPSTATUS.
           MOVE ZERO TO EMPLEAVEDATE.
           MOVE SPACES TO EMPLEAVEREASON.
           WRITE EMP-RECORD
               INVALID KEY
                   DISPLAY 'EMPID ALREADY EXISTS'
           END-IF.
           CLOSE EMP-MASTER.

      ***************************************************
      * SEPARATION KEEPS THE EMPLOYEE ON FILE FOR THE   *
      * HISTORY - ONLY THE STATUS, LEAVING DATE AND     *
      * REASON CHANGE. UNDER OPERATION SEPAR THE AFTER  *
      * IMAGE CARRIES THE REASON CODE IN THE DEPARTMENT *
      * COLUMN AND THE LEAVING DATE IN THE HIREDATE     *
      * COLUMN, AS LEAVMANT DOES FOR ITS LEAVE ACTIONS. *
      * THE LEAVING DATE CANNOT BE AFTER TODAY - PAY    *
      * STOPS AND THE SETTLEMENT IS MADE ON IT.         *
      ***************************************************
       SEPARATE-EMPLOYEE.
           DISPLAY 'ENTER EMPID TO SEPARATE: '.
           ACCEPT WS-TARGET-EMPID.
           PERFORM OPEN-MASTER-FOR-UPDATE.
           MOVE WS-TARGET-EMPID TO EMPID.
           READ EMP-MASTER
               INVALID KEY MOVE 'N' TO WS-FOUND-FLAG
               NOT INVALID KEY MOVE 'Y' TO WS-FOUND-FLAG
           END-READ.
           IF WS-FOUND-FLAG = 'N'
               DISPLAY 'EMPID NOT FOUND'
           ELSE
               IF EMPSTATUS = 'S' OR EMPSTATUS = 'F'
                   DISPLAY 'EMPID ' EMPID ' ALREADY SEPARATED ON '
                       EMPLEAVEDATE ' REASON ' EMPLEAVEREASON
               ELSE
                   DISPLAY 'ENTER LEAVING DATE YYYYMMDD: '
                   PERFORM ACCEPT-VALID-LEAVE-DATE
                   DISPLAY 'ENTER REASON CODE (RS RT TM CE DC): '
                   PERFORM ACCEPT-VALID-REASON
                   MOVE EMPNAME TO WS-BEFORE-EMPNAME
                   MOVE EMPDEPT TO WS-BEFORE-EMPDEPT
                   MOVE EMPSALARY TO WS-BEFORE-EMPSALARY
                   MOVE EMPHIREDATE TO WS-BEFORE-EMPHIREDATE
                   MOVE 'S' TO EMPSTATUS
                   MOVE WS-LEAVE-DATE TO EMPLEAVEDATE
                   MOVE WS-ENTRY-REASON TO EMPLEAVEREASON
                   REWRITE EMP-RECORD
                   MOVE EMPNAME TO WS-AFTER-EMPNAME
                   MOVE EMPLEAVEREASON TO WS-AFTER-EMPDEPT
                   MOVE EMPSALARY TO WS-AFTER-EMPSALARY
                   MOVE EMPLEAVEDATE TO WS-AFTER-EMPHIREDATE
                   MOVE 'SEPAR' TO WS-AUD-OPERATION
                   PERFORM WRITE-AUDIT-RECORD
                   DISPLAY 'EMPLOYEE SEPARATED - RUN FINSETL FOR THE '
                       'FINAL SETTLEMENT'
               END-IF
           END-IF.
           CLOSE EMP-MASTER.

       ACCEPT-VALID-LEAVE-DATE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           MOVE ZERO TO WS-LEAVE-DATE.
           PERFORM UNTIL WS-LEAVE-DATE > ZERO
               PERFORM ACCEPT-VALID-DATE
               IF WS-ENTRY-DATE < EMPHIREDATE
                   DISPLAY 'LEAVING DATE BEFORE HIRE DATE '
                       EMPHIREDATE ' - TRY AGAIN'
               ELSE
                   IF WS-ENTRY-DATE > WS-RUN-DATE
                       DISPLAY 'LEAVING DATE AFTER TODAY ' WS-RUN-DATE
                           ' - TRY AGAIN'
                   ELSE
                       MOVE WS-ENTRY-DATE TO WS-LEAVE-DATE
                   END-IF
               END-IF
           END-PERFORM.

       ACCEPT-VALID-REASON.
           MOVE 'N' TO WS-ENTRY-VALID-FLAG.
           PERFORM UNTIL WS-ENTRY-VALID-FLAG = 'Y'
               ACCEPT WS-ENTRY-REASON
               EVALUATE WS-ENTRY-REASON
                   WHEN 'RS'
                   WHEN 'RT'
                   WHEN 'TM'
                   WHEN 'CE'
                   WHEN 'DC'
                       MOVE 'Y' TO WS-ENTRY-VALID-FLAG
                   WHEN OTHER
                       DISPLAY 'INVALID REASON CODE - TRY AGAIN'
               END-EVALUATE
           END-PERFORM.

       INQUIRE-EMPLOYEE.
           DISPLAY 'ENTER EMPID TO INQUIRE: '.
           ACCEPT WS-TARGET-EMPID.
