      * OPERATOR ID AND PASSWORD, CHECKS THEM AGAINST   *
      * OPERMAST.DAT AND RETURNS THE OPERATOR ID AND    *
      * AUTHORITY LEVEL FOR MENU CHECKS AND AUDIT       *
      * STAMPING, PLUS THE LINKED STAFF EMPID. THREE    *
      * FAILED ATTEMPTS END THE SIGN-ON. WHEN NO        *
      * OPERATOR MASTER EXISTS YET THE SIGN-ON PASSES   *
      * WITH ADMIN AUTHORITY SO OPRMAINT CAN CREATE THE *
      * FIRST OPERATOR.                                 *
      ***************************************************

       IDENTIFICATION DIVISION.
           MOVE 'N' TO SGN-PASS-FLAG.
           MOVE SPACES TO SGN-OPERATOR-ID.
           MOVE SPACE TO SGN-AUTHORITY.
           MOVE ZERO TO SGN-EMPID.
           MOVE ZERO TO WS-ATTEMPT-COUNT.
           PERFORM UNTIL SGN-PASS-FLAG = 'Y'
                   OR WS-ATTEMPT-COUNT = 3
                           MOVE 'Y' TO SGN-PASS-FLAG
                           MOVE OPR-ID TO SGN-OPERATOR-ID
                           MOVE OPR-AUTHORITY TO SGN-AUTHORITY
                           MOVE OPR-EMPID TO SGN-EMPID
                           DISPLAY 'SIGNED ON: ' OPR-ID
                               ' AUTHORITY ' OPR-AUTHORITY
                       ELSE
