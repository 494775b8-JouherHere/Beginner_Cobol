      ***************************************************
      * COBOL PROGRAM TO BUILD THE DAILY GUARDIAN SMS   *
      * EXTRACT NOTIFOUT.DAT FOR THE MESSAGE GATEWAY,   *
      * ADDRESSED TO GRD-PHONE ON GUARDIAN.DAT. FOUR    *
      * EVENTS ARE PICKED UP - TODAY'S ABSENTEES ON     *
      * ATTTRANS.DAT, FEEPLAN.DAT INSTALLMENTS FALLING  *
      * DUE WITHIN THE NTFDAYS RUN PARAMETER (DEFAULT 3 *
      * DAYS) FOR A STUDENT WHOSE FEEBAL.DAT BALANCE IS *
      * STILL OWING, THE RESULT OF THE LATEST TERM      *
      * ARCHIVED TO TERMHIST.DAT AND EVERY AMENDMENT    *
      * APPLIED BY AMNDPOST ON MARKAMND.DAT. EACH EVENT *
      * IS LOGGED ON NOTIFLOG.DAT AS IT IS EXTRACTED    *
      * AND AN EVENT ALREADY ON THE LOG IS NEVER        *
      * EXTRACTED AGAIN, SO THE RUN MAY BE REPEATED     *
      * ONCE THE GATEWAY HAS COLLECTED THE FILE. WHILE  *
      * NOTIFOUT.DAT STILL HOLDS A BATCH THAT HAS       *
      * NEITHER BEEN COLLECTED NOR HAD ITS STATUS       *
      * RETURN POSTED, THE RUN IS REFUSED (RC 8) RATHER *
      * THAN OVERWRITE IT. A STUDENT WITH NO GUARDIAN   *
      * RECORD OR NO USABLE PHONE NUMBER IS NOT LOGGED, *
      * LANDS ON THE NOTIFCTL.RPT CONTROL LISTING FOR   *
      * GRDMAINT AND IS PICKED UP ON A LATER RUN ONCE   *
      * CORRECTED. THE GATEWAY'S STATUS RETURN IS       *
      * MATCHED BACK BY NOTIFRTN.                       *
      ***************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. NOTIFOUT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STUDENT-MASTER ASSIGN TO 'STUDMAST.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ROLLNO
               FILE STATUS IS WS-STUDMAST-STATUS.
           SELECT GUARDIAN-MASTER ASSIGN TO 'GUARDIAN.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GRD-ROLLNO
               FILE STATUS IS WS-GUARDIAN-STATUS.
           SELECT MESSAGE-LOG ASSIGN TO 'NOTIFLOG.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS NLG-KEY
               FILE STATUS IS WS-NOTIFLOG-STATUS.
           SELECT ATT-TRANS ASSIGN TO 'ATTTRANS.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-TRANS-STATUS.
           SELECT FEE-PLAN ASSIGN TO 'FEEPLAN.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FEEPLAN-STATUS.
           SELECT FEE-BALANCE ASSIGN TO 'FEEBAL.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FB-ROLLNO
               FILE STATUS IS WS-FEEBAL-STATUS.
           SELECT TERM-HISTORY ASSIGN TO 'TERMHIST.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-TERMHIST-STATUS.
           SELECT AMENDMENT-FILE ASSIGN TO 'MARKAMND.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AMND-STATUS.
           SELECT RUN-PARM ASSIGN TO 'RUNPARM.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RUNPARM-STATUS.
           SELECT OUTBOUND-FILE ASSIGN TO 'NOTIFOUT.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-NOTIFOUT-STATUS.
           SELECT CONTROL-FILE ASSIGN TO 'NOTIFCTL.RPT'
               ORGANIZATION IS SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  STUDENT-MASTER
           LABEL RECORDS ARE STANDARD.
       COPY "recmod.cpy".

       FD  GUARDIAN-MASTER
           LABEL RECORDS ARE STANDARD.
       COPY "guardian.cpy".

       FD  MESSAGE-LOG
           LABEL RECORDS ARE STANDARD.
       COPY "ntflog.cpy".

       FD  ATT-TRANS
           LABEL RECORDS ARE STANDARD.
       01 ATT-TRANS-RECORD.
            02 ATR-ROLLNO PIC 9(6).
            02 FILLER PIC X.
            02 ATR-DATE PIC 9(8).
            02 FILLER PIC X.
            02 ATR-STATUS PIC X.

       FD  FEE-PLAN
           LABEL RECORDS ARE STANDARD.
       COPY "feeplan.cpy".

       FD  FEE-BALANCE
           LABEL RECORDS ARE STANDARD.
       COPY "feebal.cpy".

       FD  TERM-HISTORY
           LABEL RECORDS ARE STANDARD.
       COPY "termhist.cpy".

       FD  AMENDMENT-FILE
           LABEL RECORDS ARE STANDARD.
       COPY "markamnd.cpy".

       FD  RUN-PARM
           LABEL RECORDS ARE STANDARD.
       COPY "parmrec.cpy".

       FD  OUTBOUND-FILE
           LABEL RECORDS ARE STANDARD.
       COPY "ntfmsg.cpy".

       FD  CONTROL-FILE
           LABEL RECORDS ARE STANDARD.
       01 CONTROL-LINE PIC X(60).

       WORKING-STORAGE SECTION.
       77 WS-STUDMAST-STATUS PIC XX VALUE '00'.
       77 WS-GUARDIAN-STATUS PIC XX VALUE '00'.
       77 WS-NOTIFLOG-STATUS PIC XX VALUE '00'.
       77 WS-TRANS-STATUS PIC XX VALUE '00'.
       77 WS-FEEPLAN-STATUS PIC XX VALUE '00'.
       77 WS-FEEBAL-STATUS PIC XX VALUE '00'.
       77 WS-TERMHIST-STATUS PIC XX VALUE '00'.
       77 WS-AMND-STATUS PIC XX VALUE '00'.
       77 WS-RUNPARM-STATUS PIC XX VALUE '00'.
       77 WS-NOTIFOUT-STATUS PIC XX VALUE '00'.
       77 WS-EOF-FLAG PIC X VALUE 'N'.
       77 WS-PARM-EOF-FLAG PIC X VALUE 'N'.
       77 WS-PARM-ERROR PIC X VALUE 'N'.
       77 WS-GUARDIAN-AVAIL PIC X VALUE 'N'.
       77 WS-FEEBAL-AVAIL PIC X VALUE 'N'.
       77 WS-EVENT-OK PIC X VALUE 'N'.
       77 WS-BALANCE-OWING PIC X VALUE 'N'.
       77 WS-NOTICE-DAYS PIC 9(3) VALUE 3.
       77 WS-NTFDAYS-EFF PIC 9(8) VALUE ZERO.
       77 WS-RUN-DATE PIC 9(8) VALUE ZERO.
       77 WS-LATEST-TERM PIC X(6) VALUE SPACES.
       77 WS-UNCOLLECTED PIC X VALUE 'N'.
       77 WS-OLD-BATCH-NO PIC 9(14) VALUE ZERO.
       77 WS-MESSAGE-COUNT PIC 9(6) VALUE ZERO.
       77 WS-ABSENT-COUNT PIC 9(5) VALUE ZERO.
       77 WS-DUE-COUNT PIC 9(5) VALUE ZERO.
       77 WS-RESULT-COUNT PIC 9(5) VALUE ZERO.
       77 WS-AMEND-COUNT PIC 9(5) VALUE ZERO.
       77 WS-ALREADY-SENT PIC 9(5) VALUE ZERO.
       77 WS-NOT-ON-MASTER PIC 9(5) VALUE ZERO.
       77 WS-NO-CONTACT-COUNT PIC 9(5) VALUE ZERO.
       77 WS-AMOUNT-EDIT PIC ZZZZ9.99.
       77 WS-MESSAGE-TEXT PIC X(80) VALUE SPACES.

       COPY "splparm.cpy".

       COPY "dtcparm.cpy".

       01 WS-EVENT-KEY.
            02 WS-EVT-TYPE PIC X(2).
            02 WS-EVT-ROLLNO PIC 9(6).
            02 WS-EVT-REF PIC X(12).

       01 WS-PLAN-REF.
            02 WS-PREF-TERM PIC X(6).
            02 WS-PREF-INST PIC 9(2).
            02 FILLER PIC X(4) VALUE SPACES.

       01 WS-AMEND-REF.
            02 WS-AREF-SUBJ PIC 9(2).
            02 WS-AREF-OLD PIC 9(3).
            02 WS-AREF-NEW PIC 9(3).
            02 FILLER PIC X(4) VALUE SPACES.

       01 WS-BATCH-ID.
            02 WS-BATCH-DATE PIC 9(8).
            02 WS-BATCH-TIME PIC 9(6).
       01 WS-BATCH-NO REDEFINES WS-BATCH-ID PIC 9(14).

       01 WS-TIME-NOW.
            02 WS-TIME-HHMMSS PIC 9(6).
            02 WS-TIME-HUNDREDTHS PIC 9(2).

       01 WS-LIMIT-DATE.
            02 WS-LIM-YYYY PIC 9(4).
            02 WS-LIM-MM PIC 9(2).
            02 WS-LIM-DD PIC 9(2).
       01 WS-LIMIT-DATE-NUM REDEFINES WS-LIMIT-DATE PIC 9(8).

       01 WS-FORMAT-DATE.
            02 WS-FMT-YYYY PIC 9(4).
            02 WS-FMT-MM PIC 9(2).
            02 WS-FMT-DD PIC 9(2).
       01 WS-FORMAT-DATE-NUM REDEFINES WS-FORMAT-DATE PIC 9(8).

       01 WS-DISPLAY-DATE.
            02 WS-DSP-DD PIC 9(2).
            02 FILLER PIC X VALUE '/'.
            02 WS-DSP-MM PIC 9(2).
            02 FILLER PIC X VALUE '/'.
            02 WS-DSP-YYYY PIC 9(4).

       01 WS-CTL-DETAIL.
            02 WS-CTL-ROLLNO PIC 9(6).
            02 FILLER PIC X VALUE SPACE.
            02 WS-CTL-TYPE PIC X(2).
            02 FILLER PIC X VALUE SPACE.
            02 WS-CTL-REF PIC X(12).
            02 FILLER PIC X VALUE SPACE.
            02 WS-CTL-PHONE PIC X(10).
            02 FILLER PIC X VALUE SPACE.
            02 WS-CTL-OUTCOME PIC X(26).

       01 WS-CTL-TOTAL-LINE.
            02 WS-CTL-LABEL PIC X(30).
            02 WS-CTL-COUNT PIC ZZZZZ9.

       PROCEDURE DIVISION.
       MAIN-PARA.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-TIME-NOW FROM TIME.
           MOVE WS-RUN-DATE TO WS-BATCH-DATE.
           MOVE WS-TIME-HHMMSS TO WS-BATCH-TIME.
           PERFORM LOAD-RUN-PARMS.
           IF WS-PARM-ERROR = 'Y'
               GOBACK
           END-IF.
           PERFORM CHECK-OUTBOUND-COLLECTED.
           IF WS-UNCOLLECTED = 'Y'
               DISPLAY 'NOTIFOUT.DAT STILL HOLDS BATCH '
                   WS-OLD-BATCH-NO ' - NOT YET COLLECTED OR '
                   'RETURNED, NO MESSAGES EXTRACTED'
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           MOVE 'A' TO DTC-FUNC.
           MOVE WS-RUN-DATE TO DTC-DATE.
           MOVE WS-NOTICE-DAYS TO DTC-DAYS.
           CALL 'DATECALC' USING DTC-REQUEST DTC-RESULT.
           MOVE DTC-RESULT-DATE TO WS-LIMIT-DATE-NUM.
           OPEN INPUT STUDENT-MASTER.
           IF WS-STUDMAST-STATUS NOT = '00'
               DISPLAY 'STUDMAST.DAT NOT FOUND - NO MESSAGES '
                   'EXTRACTED'
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM OPEN-GUARDIAN-MASTER.
           PERFORM OPEN-MESSAGE-LOG.
           OPEN OUTPUT OUTBOUND-FILE.
           OPEN OUTPUT CONTROL-FILE.
           PERFORM WRITE-BATCH-HEADER.
           PERFORM EXTRACT-ABSENTEES.
           PERFORM EXTRACT-INSTALLMENTS-DUE.
           PERFORM EXTRACT-TERM-RESULTS.
           PERFORM EXTRACT-AMENDMENTS.
           PERFORM WRITE-BATCH-TRAILER.
           PERFORM WRITE-CONTROL-TOTALS.
           CLOSE OUTBOUND-FILE.
           CLOSE CONTROL-FILE.
           CLOSE MESSAGE-LOG.
           CLOSE STUDENT-MASTER.
           IF WS-GUARDIAN-AVAIL = 'Y'
               CLOSE GUARDIAN-MASTER
           END-IF.
           DISPLAY 'GUARDIAN MESSAGE EXTRACT - BATCH ' WS-BATCH-NO.
           DISPLAY 'ABSENCE MESSAGES:        ' WS-ABSENT-COUNT.
           DISPLAY 'INSTALLMENT REMINDERS:   ' WS-DUE-COUNT.
           DISPLAY 'TERM RESULT MESSAGES:    ' WS-RESULT-COUNT.
           DISPLAY 'AMENDMENT MESSAGES:      ' WS-AMEND-COUNT.
           DISPLAY 'MESSAGES ON NOTIFOUT.DAT: ' WS-MESSAGE-COUNT.
           DISPLAY 'EVENTS ALREADY SENT:     ' WS-ALREADY-SENT.
           DISPLAY 'NO GUARDIAN OR PHONE:    ' WS-NO-CONTACT-COUNT.
           MOVE 'NOTIFCTL.RPT' TO SPL-REQ-REPORT.
           MOVE 60 TO SPL-REQ-RECLEN.
           CALL 'RPTSPOOL' USING SPL-REQUEST SPL-RESULT.
           GOBACK.

       LOAD-RUN-PARMS.
           OPEN INPUT RUN-PARM.
           IF WS-RUNPARM-STATUS = '00'
               MOVE 'N' TO WS-PARM-EOF-FLAG
               PERFORM READ-RUN-PARM
               PERFORM UNTIL WS-PARM-EOF-FLAG = 'Y'
                   IF PARM-EFF-DATE NOT > WS-RUN-DATE
                       PERFORM APPLY-ONE-PARM
                   END-IF
                   PERFORM READ-RUN-PARM
               END-PERFORM
               CLOSE RUN-PARM
           END-IF.

       READ-RUN-PARM.
           READ RUN-PARM
               AT END MOVE 'Y' TO WS-PARM-EOF-FLAG
           END-READ.

       APPLY-ONE-PARM.
           EVALUATE PARM-ID
               WHEN 'NTFDAYS'
                   IF PARM-VALUE > 60
                       PERFORM REPORT-BAD-PARM
                   ELSE
                       IF PARM-EFF-DATE >= WS-NTFDAYS-EFF
                           MOVE PARM-VALUE TO WS-NOTICE-DAYS
                           MOVE PARM-EFF-DATE TO WS-NTFDAYS-EFF
                       END-IF
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       REPORT-BAD-PARM.
           DISPLAY 'RUN PARAMETER ' PARM-ID ' VALUE ' PARM-VALUE
               ' OUT OF RANGE - RUN ABORTED'.
           MOVE 'Y' TO WS-PARM-ERROR.
           MOVE 8 TO RETURN-CODE.

      ***************************************************
      * THE GATEWAY TAKES NOTIFOUT.DAT AWAY WHEN IT     *
      * COLLECTS IT, AND NOTIFRTN EMPTIES IT ONCE THE   *
      * BATCH'S STATUS RETURN IS POSTED. A FILE STILL   *
      * HOLDING RECORDS IS A BATCH NOBODY HAS COLLECTED *
      * AND IS NOT OVERWRITTEN.                         *
      ***************************************************
       CHECK-OUTBOUND-COLLECTED.
           MOVE 'N' TO WS-UNCOLLECTED.
           OPEN INPUT OUTBOUND-FILE.
           IF WS-NOTIFOUT-STATUS = '00'
               READ OUTBOUND-FILE
                   AT END CONTINUE
                   NOT AT END
                       MOVE 'Y' TO WS-UNCOLLECTED
                       IF NTF-HDR-TYPE = 'H'
                           MOVE NTF-HDR-BATCH-NO TO WS-OLD-BATCH-NO
                       END-IF
               END-READ
               CLOSE OUTBOUND-FILE
           END-IF.

       OPEN-GUARDIAN-MASTER.
           OPEN INPUT GUARDIAN-MASTER.
           IF WS-GUARDIAN-STATUS = '00'
               MOVE 'Y' TO WS-GUARDIAN-AVAIL
           ELSE
               MOVE 'N' TO WS-GUARDIAN-AVAIL
               DISPLAY 'GUARDIAN.DAT NOT FOUND - ALL EVENTS WILL '
                   'LAND ON THE CONTROL LISTING'
           END-IF.

       OPEN-MESSAGE-LOG.
           OPEN I-O MESSAGE-LOG.
           IF WS-NOTIFLOG-STATUS = '35'
               OPEN OUTPUT MESSAGE-LOG
               CLOSE MESSAGE-LOG
               OPEN I-O MESSAGE-LOG
           END-IF.

       WRITE-BATCH-HEADER.
           MOVE SPACES TO NTF-HEADER-RECORD.
           MOVE 'H' TO NTF-HDR-TYPE.
           MOVE WS-BATCH-NO TO NTF-HDR-BATCH-NO.
           MOVE 'SCHOOLADM' TO NTF-HDR-SOURCE.
           WRITE NTF-HEADER-RECORD.
           MOVE ALL '=' TO CONTROL-LINE.
           WRITE CONTROL-LINE.
           MOVE SPACES TO CONTROL-LINE.
           STRING 'GUARDIAN MESSAGE EXTRACT - BATCH ' WS-BATCH-NO
               DELIMITED BY SIZE INTO CONTROL-LINE.
           WRITE CONTROL-LINE.
           MOVE SPACES TO CONTROL-LINE.
           MOVE WS-LIMIT-DATE-NUM TO WS-FORMAT-DATE-NUM.
           PERFORM FORMAT-DISPLAY-DATE.
           STRING 'INSTALLMENTS DUE UP TO ' WS-DISPLAY-DATE
               DELIMITED BY SIZE INTO CONTROL-LINE.
           WRITE CONTROL-LINE.
           MOVE 'ROLL   EV REFERENCE    PHONE      OUTCOME'
               TO CONTROL-LINE.
           WRITE CONTROL-LINE.
           MOVE ALL '-' TO CONTROL-LINE.
           WRITE CONTROL-LINE.

       WRITE-BATCH-TRAILER.
           MOVE SPACES TO NTF-TRAILER-RECORD.
           MOVE 'T' TO NTF-TRL-TYPE.
           MOVE WS-BATCH-NO TO NTF-TRL-BATCH-NO.
           MOVE WS-MESSAGE-COUNT TO NTF-TRL-COUNT.
           WRITE NTF-TRAILER-RECORD.

       FORMAT-DISPLAY-DATE.
           MOVE WS-FMT-DD TO WS-DSP-DD.
           MOVE WS-FMT-MM TO WS-DSP-MM.
           MOVE WS-FMT-YYYY TO WS-DSP-YYYY.

      ***************************************************
      * TODAY'S ABSENT MARKS FROM THE CAPTURED ROLL.    *
      ***************************************************
       EXTRACT-ABSENTEES.
           MOVE 'N' TO WS-EOF-FLAG.
           OPEN INPUT ATT-TRANS.
           IF WS-TRANS-STATUS NOT = '00'
               DISPLAY 'ATTTRANS.DAT NOT FOUND - NO ABSENCE '
                   'MESSAGES'
           ELSE
               PERFORM READ-ATT-TRANS
               PERFORM UNTIL WS-EOF-FLAG = 'Y'
                   IF ATR-DATE = WS-RUN-DATE AND ATR-STATUS = 'A'
                       PERFORM ABSENCE-EVENT
                   END-IF
                   PERFORM READ-ATT-TRANS
               END-PERFORM
               CLOSE ATT-TRANS
           END-IF.

       READ-ATT-TRANS.
           READ ATT-TRANS
               AT END MOVE 'Y' TO WS-EOF-FLAG
           END-READ.

       ABSENCE-EVENT.
           MOVE 'AB' TO WS-EVT-TYPE.
           MOVE ATR-ROLLNO TO WS-EVT-ROLLNO.
           MOVE SPACES TO WS-EVT-REF.
           MOVE ATR-DATE TO WS-EVT-REF (1:8).
           PERFORM CHECK-EVENT.
           IF WS-EVENT-OK = 'Y'
               MOVE ATR-DATE TO WS-FORMAT-DATE-NUM
               PERFORM FORMAT-DISPLAY-DATE
               MOVE SPACES TO WS-MESSAGE-TEXT
               STRING 'YOUR WARD ' DELIMITED BY SIZE
                   STUDNAME DELIMITED BY SPACE
                   ' (ROLL ' ROLLNO ') WAS ABSENT FROM SCHOOL ON '
                   WS-DISPLAY-DATE DELIMITED BY SIZE
                   INTO WS-MESSAGE-TEXT
               PERFORM WRITE-EVENT-MESSAGE
               ADD 1 TO WS-ABSENT-COUNT
           END-IF.

      ***************************************************
      * INSTALLMENTS DUE FROM TODAY TO THE LIMIT DATE,  *
      * ONLY WHILE THE STUDENT STILL OWES ON FEEBAL.DAT.*
      ***************************************************
       EXTRACT-INSTALLMENTS-DUE.
           OPEN INPUT FEE-BALANCE.
           IF WS-FEEBAL-STATUS = '00'
               MOVE 'Y' TO WS-FEEBAL-AVAIL
           ELSE
               MOVE 'N' TO WS-FEEBAL-AVAIL
               DISPLAY 'FEEBAL.DAT NOT FOUND - EVERY INSTALLMENT '
                   'FALLING DUE IS REMINDED'
           END-IF.
           MOVE 'N' TO WS-EOF-FLAG.
           OPEN INPUT FEE-PLAN.
           IF WS-FEEPLAN-STATUS NOT = '00'
               DISPLAY 'FEEPLAN.DAT NOT FOUND - NO INSTALLMENT '
                   'REMINDERS'
           ELSE
               PERFORM READ-PLAN
               PERFORM UNTIL WS-EOF-FLAG = 'Y'
                   IF PL-DUE-DATE NOT < WS-RUN-DATE
                           AND PL-DUE-DATE NOT > WS-LIMIT-DATE-NUM
                       PERFORM CHECK-BALANCE-OWING
                       IF WS-BALANCE-OWING = 'Y'
                           PERFORM INSTALLMENT-EVENT
                       END-IF
                   END-IF
                   PERFORM READ-PLAN
               END-PERFORM
               CLOSE FEE-PLAN
           END-IF.
           IF WS-FEEBAL-AVAIL = 'Y'
               CLOSE FEE-BALANCE
           END-IF.

       READ-PLAN.
           READ FEE-PLAN
               AT END MOVE 'Y' TO WS-EOF-FLAG
           END-READ.

       CHECK-BALANCE-OWING.
           MOVE 'Y' TO WS-BALANCE-OWING.
           IF WS-FEEBAL-AVAIL = 'Y'
               MOVE PL-ROLLNO TO FB-ROLLNO
               READ FEE-BALANCE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF FB-PAYMENTS NOT < FB-CHARGES
                           MOVE 'N' TO WS-BALANCE-OWING
                       END-IF
               END-READ
           END-IF.

       INSTALLMENT-EVENT.
           MOVE 'FD' TO WS-EVT-TYPE.
           MOVE PL-ROLLNO TO WS-EVT-ROLLNO.
           MOVE PL-TERM TO WS-PREF-TERM.
           MOVE PL-INST-NO TO WS-PREF-INST.
           MOVE WS-PLAN-REF TO WS-EVT-REF.
           PERFORM CHECK-EVENT.
           IF WS-EVENT-OK = 'Y'
               MOVE PL-DUE-DATE TO WS-FORMAT-DATE-NUM
               PERFORM FORMAT-DISPLAY-DATE
               MOVE PL-AMOUNT TO WS-AMOUNT-EDIT
               MOVE SPACES TO WS-MESSAGE-TEXT
               STRING 'FEE INSTALLMENT ' PL-INST-NO ' FOR '
                   DELIMITED BY SIZE
                   STUDNAME DELIMITED BY SPACE
                   ' (TERM ' PL-TERM ') OF ' WS-AMOUNT-EDIT
                   ' IS DUE ON ' WS-DISPLAY-DATE DELIMITED BY SIZE
                   INTO WS-MESSAGE-TEXT
               PERFORM WRITE-EVENT-MESSAGE
               ADD 1 TO WS-DUE-COUNT
           END-IF.

      ***************************************************
      * THE RESULT OF THE LATEST TERM ON TERMHIST.DAT - *
      * ONE MESSAGE PER STUDENT PER TERM.               *
      ***************************************************
       EXTRACT-TERM-RESULTS.
           MOVE SPACES TO WS-LATEST-TERM.
           MOVE 'N' TO WS-EOF-FLAG.
           OPEN INPUT TERM-HISTORY.
           IF WS-TERMHIST-STATUS NOT = '00'
               DISPLAY 'TERMHIST.DAT NOT FOUND - NO RESULT '
                   'MESSAGES'
           ELSE
               PERFORM READ-HISTORY
               PERFORM UNTIL WS-EOF-FLAG = 'Y'
                   IF HIST-TERM-ID > WS-LATEST-TERM
                       MOVE HIST-TERM-ID TO WS-LATEST-TERM
                   END-IF
                   PERFORM READ-HISTORY
               END-PERFORM
               CLOSE TERM-HISTORY
               MOVE 'N' TO WS-EOF-FLAG
               OPEN INPUT TERM-HISTORY
               PERFORM READ-HISTORY
               PERFORM UNTIL WS-EOF-FLAG = 'Y'
                   IF HIST-TERM-ID = WS-LATEST-TERM
                       PERFORM RESULT-EVENT
                   END-IF
                   PERFORM READ-HISTORY
               END-PERFORM
               CLOSE TERM-HISTORY
           END-IF.

       READ-HISTORY.
           READ TERM-HISTORY
               AT END MOVE 'Y' TO WS-EOF-FLAG
           END-READ.

       RESULT-EVENT.
           MOVE 'RS' TO WS-EVT-TYPE.
           MOVE HIST-ROLLNO TO WS-EVT-ROLLNO.
           MOVE HIST-TERM-ID TO WS-EVT-REF.
           PERFORM CHECK-EVENT.
           IF WS-EVENT-OK = 'Y'
               MOVE SPACES TO WS-MESSAGE-TEXT
               STRING 'TERM ' HIST-TERM-ID ' RESULT FOR '
                   DELIMITED BY SIZE
                   STUDNAME DELIMITED BY SPACE
                   ' (ROLL ' ROLLNO '): AVERAGE ' HIST-AVERAGE
                   ' GRADE ' HIST-GRADE DELIMITED BY SIZE
                   INTO WS-MESSAGE-TEXT
               PERFORM WRITE-EVENT-MESSAGE
               ADD 1 TO WS-RESULT-COUNT
           END-IF.

      ***************************************************
      * EVERY AMENDMENT AMNDPOST HAS APPLIED (STATUS D).*
      ***************************************************
       EXTRACT-AMENDMENTS.
           MOVE 'N' TO WS-EOF-FLAG.
           OPEN INPUT AMENDMENT-FILE.
           IF WS-AMND-STATUS NOT = '00'
               DISPLAY 'MARKAMND.DAT NOT FOUND - NO AMENDMENT '
                   'MESSAGES'
           ELSE
               PERFORM READ-AMENDMENT
               PERFORM UNTIL WS-EOF-FLAG = 'Y'
                   IF AMND-STATUS = 'D'
                       PERFORM AMENDMENT-EVENT
                   END-IF
                   PERFORM READ-AMENDMENT
               END-PERFORM
               CLOSE AMENDMENT-FILE
           END-IF.

       READ-AMENDMENT.
           READ AMENDMENT-FILE
               AT END MOVE 'Y' TO WS-EOF-FLAG
           END-READ.

       AMENDMENT-EVENT.
           MOVE 'AM' TO WS-EVT-TYPE.
           MOVE AMND-ROLLNO TO WS-EVT-ROLLNO.
           MOVE AMND-SUBJ-CODE TO WS-AREF-SUBJ.
           MOVE AMND-OLD-MARK TO WS-AREF-OLD.
           MOVE AMND-NEW-MARK TO WS-AREF-NEW.
           MOVE WS-AMEND-REF TO WS-EVT-REF.
           PERFORM CHECK-EVENT.
           IF WS-EVENT-OK = 'Y'
               MOVE SPACES TO WS-MESSAGE-TEXT
               STRING 'RESULT AMENDED FOR ' DELIMITED BY SIZE
                   STUDNAME DELIMITED BY SPACE
                   ' (ROLL ' ROLLNO '): SUBJECT ' AMND-SUBJ-CODE
                   ' MARK ' AMND-OLD-MARK ' CHANGED TO '
                   AMND-NEW-MARK DELIMITED BY SIZE
                   INTO WS-MESSAGE-TEXT
               PERFORM WRITE-EVENT-MESSAGE
               ADD 1 TO WS-AMEND-COUNT
           END-IF.

      ***************************************************
      * AN EVENT GOES OUT ONLY IF IT IS NOT ALREADY ON  *
      * THE MESSAGE LOG, THE STUDENT IS ON THE MASTER   *
      * AND THE GUARDIAN HAS A TEN-DIGIT PHONE NUMBER.  *
      ***************************************************
       CHECK-EVENT.
           MOVE 'N' TO WS-EVENT-OK.
           MOVE WS-EVENT-KEY TO NLG-KEY.
           READ MESSAGE-LOG
               INVALID KEY
                   MOVE 'Y' TO WS-EVENT-OK
           END-READ.
           IF WS-EVENT-OK = 'N'
               ADD 1 TO WS-ALREADY-SENT
           ELSE
               MOVE WS-EVT-ROLLNO TO ROLLNO
               READ STUDENT-MASTER
                   INVALID KEY
                       MOVE 'N' TO WS-EVENT-OK
                       ADD 1 TO WS-NOT-ON-MASTER
               END-READ
           END-IF.
           IF WS-EVENT-OK = 'Y'
               PERFORM CHECK-GUARDIAN-PHONE
           END-IF.

       CHECK-GUARDIAN-PHONE.
           MOVE SPACES TO WS-CTL-OUTCOME.
           MOVE SPACES TO WS-CTL-PHONE.
           IF WS-GUARDIAN-AVAIL = 'N'
               MOVE 'NO GUARDIAN RECORD' TO WS-CTL-OUTCOME
           ELSE
               MOVE WS-EVT-ROLLNO TO GRD-ROLLNO
               READ GUARDIAN-MASTER
                   INVALID KEY
                       MOVE 'NO GUARDIAN RECORD' TO WS-CTL-OUTCOME
                   NOT INVALID KEY
                       MOVE GRD-PHONE TO WS-CTL-PHONE
                       IF GRD-PHONE NOT NUMERIC
                           MOVE 'PHONE MISSING OR INVALID'
                               TO WS-CTL-OUTCOME
                       END-IF
               END-READ
           END-IF.
           IF WS-CTL-OUTCOME NOT = SPACES
               MOVE 'N' TO WS-EVENT-OK
               ADD 1 TO WS-NO-CONTACT-COUNT
               PERFORM WRITE-CONTROL-DETAIL
           END-IF.

       WRITE-EVENT-MESSAGE.
           MOVE SPACES TO NTF-RECORD.
           MOVE 'D' TO NTF-REC-TYPE.
           MOVE WS-EVENT-KEY TO NTF-MSG-REF.
           MOVE GRD-PHONE TO NTF-PHONE.
           MOVE WS-MESSAGE-TEXT TO NTF-TEXT.
           WRITE NTF-RECORD.
           ADD 1 TO WS-MESSAGE-COUNT.
           MOVE SPACES TO NLG-RECORD.
           MOVE WS-EVENT-KEY TO NLG-KEY.
           MOVE GRD-PHONE TO NLG-PHONE.
           MOVE WS-BATCH-NO TO NLG-BATCH-NO.
           MOVE WS-RUN-DATE TO NLG-SENT-DATE.
           MOVE 'S' TO NLG-STATUS.
           MOVE ZERO TO NLG-STATUS-DATE.
           WRITE NLG-RECORD
               INVALID KEY
                   DISPLAY 'NOTIFLOG.DAT WRITE FAILED FOR '
                       WS-EVENT-KEY
           END-WRITE.
           MOVE 'SENT' TO WS-CTL-OUTCOME.
           PERFORM WRITE-CONTROL-DETAIL.

       WRITE-CONTROL-DETAIL.
           MOVE WS-EVT-ROLLNO TO WS-CTL-ROLLNO.
           MOVE WS-EVT-TYPE TO WS-CTL-TYPE.
           MOVE WS-EVT-REF TO WS-CTL-REF.
           WRITE CONTROL-LINE FROM WS-CTL-DETAIL.

       WRITE-CONTROL-TOTALS.
           MOVE ALL '-' TO CONTROL-LINE.
           WRITE CONTROL-LINE.
           MOVE 'ABSENCE MESSAGES' TO WS-CTL-LABEL.
           MOVE WS-ABSENT-COUNT TO WS-CTL-COUNT.
           WRITE CONTROL-LINE FROM WS-CTL-TOTAL-LINE.
           MOVE 'INSTALLMENT REMINDERS' TO WS-CTL-LABEL.
           MOVE WS-DUE-COUNT TO WS-CTL-COUNT.
           WRITE CONTROL-LINE FROM WS-CTL-TOTAL-LINE.
           MOVE 'TERM RESULT MESSAGES' TO WS-CTL-LABEL.
           MOVE WS-RESULT-COUNT TO WS-CTL-COUNT.
           WRITE CONTROL-LINE FROM WS-CTL-TOTAL-LINE.
           MOVE 'AMENDMENT MESSAGES' TO WS-CTL-LABEL.
           MOVE WS-AMEND-COUNT TO WS-CTL-COUNT.
           WRITE CONTROL-LINE FROM WS-CTL-TOTAL-LINE.
           MOVE 'MESSAGES ON NOTIFOUT.DAT' TO WS-CTL-LABEL.
           MOVE WS-MESSAGE-COUNT TO WS-CTL-COUNT.
           WRITE CONTROL-LINE FROM WS-CTL-TOTAL-LINE.
           MOVE 'EVENTS ALREADY SENT - SKIPPED' TO WS-CTL-LABEL.
           MOVE WS-ALREADY-SENT TO WS-CTL-COUNT.
           WRITE CONTROL-LINE FROM WS-CTL-TOTAL-LINE.
           MOVE 'NO GUARDIAN/PHONE - GRDMAINT' TO WS-CTL-LABEL.
           MOVE WS-NO-CONTACT-COUNT TO WS-CTL-COUNT.
           WRITE CONTROL-LINE FROM WS-CTL-TOTAL-LINE.
           MOVE 'STUDENT NOT ON MASTER' TO WS-CTL-LABEL.
           MOVE WS-NOT-ON-MASTER TO WS-CTL-COUNT.
           WRITE CONTROL-LINE FROM WS-CTL-TOTAL-LINE.
