      * CREDITED TWICE FOR THE SAME TERM, AND PRINTS    *
      * THE AWARD REGISTER TO AWARDREG.RPT FOR THE      *
      * REGISTRAR TO SIGN. THE TERM COMES FROM THE      *
      * TERMCAL.DAT CALENDAR BY RUN DATE. NOTHING IS    *
      * POSTED WHILE TODAY'S FEE LEDGER MONTH IS CLOSED *
      * ON FEEPERD.DAT (FEELOCK).                       *
      ***************************************************

       IDENTIFICATION DIVISION.

       COPY "splparm.cpy".

       COPY "flkparm.cpy".

       01 WS-CANDIDATE-TABLE.
            02 WS-CAND-COUNT PIC 9(3) VALUE ZERO.
            02 WS-CAND-ENTRY OCCURS 500 TIMES.
       PROCEDURE DIVISION.
       MAIN-PARA.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           COMPUTE FLK-PERIOD = WS-RUN-DATE / 100.
           CALL 'FEELOCK' USING FLK-REQUEST FLK-RESULT.
           IF FLK-CLOSED-FLAG = 'Y'
               DISPLAY 'FEE LEDGER MONTH ' FLK-PERIOD ' IS CLOSED - '
                   'NO AWARDS POSTED'
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM LOAD-RUN-PARMS.
           IF WS-PARM-ERROR = 'Y'
               GOBACK
