      * COME OFF TWELVE PAY REGISTERS BY HAND. THE      *
      * CERTIFICATE GROSS TOTAL IS TIED BACK TO THE SUM *
      * OF THE YEAR'S SALARY-EXP DEBIT POSTINGS ON THE  *
      * GLPOST.DAT LEDGER EXTRACT AS A CONTROL TOTAL,   *
      * NET OF ANY SALARY-EXP CONTRA CREDITS WRITTEN    *
      * WHEN PAYREVS BACKED A PERIOD OUT.               *
      * CERTIFICATES GO TO EARNCERT.RPT AND THE SPOOL.  *
      ***************************************************

           ELSE
               DISPLAY '*** CONTROL TOTAL DOES NOT AGREE WITH THE '
                   'LEDGER EXTRACT - INVESTIGATE ***'
           END-IF.
           IF WS-CERT-COUNT > ZERO
               MOVE 'EARNCERT.RPT' TO SPL-REQ-REPORT
               MOVE 60 TO SPL-REQ-RECLEN
               CALL 'RPTSPOOL' USING SPL-REQUEST SPL-RESULT
           END-IF.
           IF WS-CERT-GROSS-TOTAL NOT = WS-GL-GROSS-TOTAL
               MOVE 8 TO RETURN-CODE
           END-IF.
           GOBACK.

       READ-YTD.
                           AND GL-DATE-YYYY = WS-TARGET-YEAR
                       ADD GL-AMOUNT TO WS-GL-GROSS-TOTAL
                   END-IF
                   IF GL-REC-TYPE = 'D'
                           AND GL-ACCOUNT = 'SALARY-EXP'
                           AND GL-DRCR = 'CR'
                           AND GL-DATE-YYYY = WS-TARGET-YEAR
                       SUBTRACT GL-AMOUNT FROM WS-GL-GROSS-TOTAL
                   END-IF
                   PERFORM READ-GL-POSTING
               END-PERFORM
               CLOSE GL-EXTRACT
