      * MASTER BEFORE A GUARDIAN RECORD CAN BE ADDED.   *
      * THE SESSION STARTS WITH AN OPRSIGN SIGN-ON AND  *
      * INQUIRE-ONLY OPERATORS CANNOT ADD/CHANGE/       *
      * DELETE. SIBLINGS ARE GROUPED BY LINKING A       *
      * GUARDIAN RECORD TO A BROTHER OR SISTER'S ROLLNO *
      * ON ADD OR CHANGE: BOTH RECORDS THEN CARRY THE   *
      * SAME GRD-FAMILY-ID (THE ROLLNO OF THE FIRST     *
      * CHILD LINKED), WHICH FEEPOST USES FOR THE       *
      * SIBLING DISCOUNT AND FEESTMT FOR THE FAMILY     *
      * STATEMENT. THE PHONE NUMBER MUST BE TEN DIGITS  *
      * OR LEFT BLANK, AS THE NOTIFOUT SMS EXTRACT      *
      * SENDS TO IT AND LISTS A NUMBER IT CANNOT USE -  *
      * AND NOTIFRTN LISTS THE NUMBERS THE GATEWAY      *
      * FAILED - FOR CORRECTION HERE.                   *
      ***************************************************

       IDENTIFICATION DIVISION.
       77 WS-FOUND-FLAG PIC X VALUE 'N'.
       77 WS-STUDENT-ON-FILE PIC X VALUE 'N'.
       77 WS-TARGET-ROLLNO PIC 9(6) VALUE ZERO.
       77 WS-LINK-ROLLNO PIC 9(6) VALUE ZERO.
       77 WS-LINK-OK PIC X VALUE 'N'.
       77 WS-SIBLING-UNLINKED PIC X VALUE 'N'.
       77 WS-NEW-FAMILY-ID PIC 9(6) VALUE ZERO.
       77 WS-PHONE-OK PIC X VALUE 'N'.

       01 WS-NEW-DATA.
            02 WS-NEW-GRD-NAME PIC X(20).
           END-PERFORM.
           DISPLAY 'ENTER ADDRESS LINE 2: '.
           ACCEPT WS-NEW-ADDR2.
           MOVE 'N' TO WS-PHONE-OK.
           PERFORM UNTIL WS-PHONE-OK = 'Y'
               DISPLAY 'ENTER PHONE NUMBER (10 DIGITS, BLANK = '
                   'NONE): '
               ACCEPT WS-NEW-PHONE
               IF WS-NEW-PHONE = SPACES OR WS-NEW-PHONE NUMERIC
                   MOVE 'Y' TO WS-PHONE-OK
               ELSE
                   DISPLAY 'PHONE MUST BE 10 DIGITS - TRY AGAIN'
               END-IF
           END-PERFORM.

      ***************************************************
      * ASKS FOR A SIBLING'S ROLLNO AND WORKS OUT THE   *
      * FAMILY ID TO CARRY. THE SIBLING MUST ALREADY    *
      * HAVE A GUARDIAN RECORD; IF IT IS NOT YET IN A   *
      * FAMILY ITS OWN ROLLNO BECOMES THE FAMILY ID AND *
      * ITS RECORD IS STAMPED WHEN THIS ONE IS SAVED.   *
      * 0 LEAVES THE LINK AS IT IS (NONE ON ADD) AND    *
      * 999999 REMOVES IT.                              *
      ***************************************************
       ACCEPT-FAMILY-LINK.
           MOVE 'N' TO WS-LINK-OK.
           PERFORM UNTIL WS-LINK-OK = 'Y'
               MOVE 'Y' TO WS-LINK-OK
               MOVE 'N' TO WS-SIBLING-UNLINKED
               MOVE ZERO TO WS-NEW-FAMILY-ID
               DISPLAY 'ENTER SIBLING ROLLNO TO LINK '
                   '(0 = NO CHANGE, 999999 = UNLINK): '
               ACCEPT WS-LINK-ROLLNO
               IF WS-LINK-ROLLNO NOT = ZERO
                       AND WS-LINK-ROLLNO NOT = 999999
                   PERFORM CHECK-SIBLING-GUARDIAN
               END-IF
           END-PERFORM.

       CHECK-SIBLING-GUARDIAN.
           IF WS-LINK-ROLLNO = WS-TARGET-ROLLNO
               DISPLAY 'A STUDENT CANNOT BE LINKED TO ITSELF - '
                   'TRY AGAIN'
               MOVE 'N' TO WS-LINK-OK
           ELSE
               OPEN INPUT GUARDIAN-MASTER
               IF WS-GUARDIAN-STATUS NOT = '00'
                   DISPLAY 'NO GUARDIAN RECORD FOR SIBLING - '
                       'TRY AGAIN'
                   MOVE 'N' TO WS-LINK-OK
               ELSE
                   MOVE WS-LINK-ROLLNO TO GRD-ROLLNO
                   READ GUARDIAN-MASTER
                       INVALID KEY
                           DISPLAY 'NO GUARDIAN RECORD FOR SIBLING - '
                               'TRY AGAIN'
                           MOVE 'N' TO WS-LINK-OK
                       NOT INVALID KEY
                           IF GRD-FAMILY-ID NOT NUMERIC
                                   OR GRD-FAMILY-ID = ZERO
                               MOVE WS-LINK-ROLLNO TO WS-NEW-FAMILY-ID
                               MOVE 'Y' TO WS-SIBLING-UNLINKED
                           ELSE
                               MOVE GRD-FAMILY-ID TO WS-NEW-FAMILY-ID
                           END-IF
                   END-READ
                   CLOSE GUARDIAN-MASTER
               END-IF
           END-IF.

       STAMP-SIBLING-FAMILY.
           IF WS-SIBLING-UNLINKED = 'Y'
               MOVE WS-LINK-ROLLNO TO GRD-ROLLNO
               READ GUARDIAN-MASTER
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE WS-NEW-FAMILY-ID TO GRD-FAMILY-ID
                       REWRITE GRD-RECORD
               END-READ
           END-IF.
           IF WS-LINK-ROLLNO NOT = ZERO
                   AND WS-LINK-ROLLNO NOT = 999999
               DISPLAY 'LINKED TO FAMILY ' WS-NEW-FAMILY-ID
           END-IF.

       ADD-GUARDIAN.
           DISPLAY 'ENTER ROLLNO: '.
           PERFORM CHECK-STUDENT-ON-FILE.
           IF WS-STUDENT-ON-FILE = 'Y'
               PERFORM ACCEPT-GUARDIAN-FIELDS
               PERFORM ACCEPT-FAMILY-LINK
               PERFORM OPEN-MASTER-FOR-UPDATE
               MOVE WS-TARGET-ROLLNO TO GRD-ROLLNO
               MOVE WS-NEW-GRD-NAME TO GRD-NAME
               MOVE WS-NEW-ADDR1 TO GRD-ADDR1
               MOVE WS-NEW-ADDR2 TO GRD-ADDR2
               MOVE WS-NEW-PHONE TO GRD-PHONE
               MOVE WS-NEW-FAMILY-ID TO GRD-FAMILY-ID
               WRITE GRD-RECORD
                   INVALID KEY
                       DISPLAY 'GUARDIAN ALREADY ON FILE FOR ROLLNO'
                   NOT INVALID KEY
                       DISPLAY 'GUARDIAN ADDED'
                       PERFORM STAMP-SIBLING-FAMILY
               END-WRITE
               CLOSE GUARDIAN-MASTER
           END-IF.
           DISPLAY 'ENTER ROLLNO TO CHANGE: '.
           ACCEPT WS-TARGET-ROLLNO.
           PERFORM ACCEPT-GUARDIAN-FIELDS.
           PERFORM ACCEPT-FAMILY-LINK.
           PERFORM OPEN-MASTER-FOR-UPDATE.
           MOVE WS-TARGET-ROLLNO TO GRD-ROLLNO.
           READ GUARDIAN-MASTER
               MOVE WS-NEW-ADDR1 TO GRD-ADDR1
               MOVE WS-NEW-ADDR2 TO GRD-ADDR2
               MOVE WS-NEW-PHONE TO GRD-PHONE
               IF GRD-FAMILY-ID NOT NUMERIC
                   MOVE ZERO TO GRD-FAMILY-ID
               END-IF
               IF WS-LINK-ROLLNO = 999999
                   MOVE ZERO TO GRD-FAMILY-ID
               END-IF
               IF WS-LINK-ROLLNO NOT = ZERO
                       AND WS-LINK-ROLLNO NOT = 999999
                   MOVE WS-NEW-FAMILY-ID TO GRD-FAMILY-ID
               END-IF
               REWRITE GRD-RECORD
               DISPLAY 'GUARDIAN UPDATED'
               PERFORM STAMP-SIBLING-FAMILY
           ELSE
               DISPLAY 'NO GUARDIAN RECORD FOR ROLLNO'
           END-IF.
                       DISPLAY 'ADDRESS:  ' GRD-ADDR1
                       DISPLAY '          ' GRD-ADDR2
                       DISPLAY 'PHONE:    ' GRD-PHONE
                       DISPLAY 'FAMILY:   ' GRD-FAMILY-ID
               END-READ
               CLOSE GUARDIAN-MASTER
           END-IF.
