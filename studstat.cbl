           END-PERFORM.

      ***************************************************
      * THE TEACHER CURRENTLY OWNING EACH SUBJECT-      *
      * CLASS-SECTION COMES FROM TCHASSGN.DAT (ENDED    *
      * ASSIGNMENTS ARE SKIPPED), WITH THE NAME PICKED  *
      * UP FROM THE EMPLOYEE MASTER, SO THE PER-SUBJECT *
      * ANALYSIS LINES CAN SAY WHOSE RESULTS THEY ARE.  *
      ***************************************************
               PERFORM READ-ASSIGNMENT
               PERFORM UNTIL WS-ASG-EOF-FLAG = 'Y'
                       OR WS-ASG-COUNT = 200
                   IF ASG-TO-TERM = SPACES
                       PERFORM ADD-ASSIGNMENT-ENTRY
                   END-IF
                   PERFORM READ-ASSIGNMENT
               END-PERFORM
               CLOSE ASSIGNMENT-FILE
           END-IF.

       ADD-ASSIGNMENT-ENTRY.
           ADD 1 TO WS-ASG-COUNT.
           MOVE ASG-SUBJ-CODE TO WS-ASG-SUBJ (WS-ASG-COUNT).
           MOVE ASG-CLASS TO WS-ASG-CLASS (WS-ASG-COUNT).
           MOVE ASG-SECTION TO WS-ASG-SECTION (WS-ASG-COUNT).
           MOVE 'UNKNOWN' TO WS-ASG-TEACHER (WS-ASG-COUNT).
           IF WS-EMPMAST-STATUS = '00'
               MOVE ASG-EMPID TO EMPID
               READ EMP-MASTER
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE EMPNAME TO WS-ASG-TEACHER (WS-ASG-COUNT)
               END-READ
           END-IF.

       READ-ASSIGNMENT.
           READ ASSIGNMENT-FILE
               AT END MOVE 'Y' TO WS-ASG-EOF-FLAG
