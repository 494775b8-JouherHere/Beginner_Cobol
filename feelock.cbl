      ***************************************************
      * FEELOCK - CALLABLE FEE PERIOD LOCK SUBPROGRAM   *
      * SHARED BY EVERY PROGRAM THAT POSTS TO THE FEE   *
      * LEDGERS. READS THE FEEPERD.DAT REGISTER WRITTEN *
      * BY FEECLOSE AND TELLS THE CALLER WHETHER THE    *
      * MONTH A POSTING WOULD BE DATED IN IS CLOSED.    *
      * MONTHS CLOSE IN ORDER, SO ANY MONTH UP TO THE   *
      * LATEST CLOSED ONE IS CLOSED. NO REGISTER ON     *
      * FILE MEANS NO MONTH HAS BEEN CLOSED YET.        *
      ***************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. FEELOCK.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FEE-PERIOD ASSIGN TO 'FEEPERD.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FEEPERD-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  FEE-PERIOD
           LABEL RECORDS ARE STANDARD.
       COPY "feeperd.cpy".

       WORKING-STORAGE SECTION.
       77 WS-FEEPERD-STATUS PIC XX VALUE '00'.
       77 WS-EOF-FLAG PIC X VALUE 'N'.

       LINKAGE SECTION.
       COPY "flkparm.cpy".

       PROCEDURE DIVISION USING FLK-REQUEST FLK-RESULT.
       MAIN-PARA.
           MOVE 'N' TO FLK-CLOSED-FLAG.
           MOVE ZERO TO FLK-LAST-CLOSED.
           MOVE SPACES TO FLK-REASON.
           MOVE 'N' TO WS-EOF-FLAG.
           OPEN INPUT FEE-PERIOD.
           IF WS-FEEPERD-STATUS = '00'
               PERFORM READ-FEE-PERIOD
               PERFORM UNTIL WS-EOF-FLAG = 'Y'
                   IF FPD-STATUS = 'C'
                           AND FPD-PERIOD > FLK-LAST-CLOSED
                       MOVE FPD-PERIOD TO FLK-LAST-CLOSED
                   END-IF
                   PERFORM READ-FEE-PERIOD
               END-PERFORM
               CLOSE FEE-PERIOD
           END-IF.
           IF FLK-LAST-CLOSED > ZERO
                   AND FLK-PERIOD NOT > FLK-LAST-CLOSED
               MOVE 'Y' TO FLK-CLOSED-FLAG
               MOVE 'FEE LEDGER MONTH IS CLOSED' TO FLK-REASON
           END-IF.
           GOBACK.

       READ-FEE-PERIOD.
           READ FEE-PERIOD
               AT END MOVE 'Y' TO WS-EOF-FLAG
           END-READ.
