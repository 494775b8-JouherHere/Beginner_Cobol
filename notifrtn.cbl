      ***************************************************
      * COBOL PROGRAM TO MATCH THE SMS GATEWAY'S STATUS *
      * RETURN NOTIFRTN.DAT BACK TO THE GUARDIAN        *
      * MESSAGE LOG NOTIFLOG.DAT WRITTEN BY NOTIFOUT.   *
      * THE FILE MUST CARRY AN H HEADER AND A T TRAILER *
      * WITH THE SAME BATCH NUMBER AND A RECORD COUNT   *
      * THAT AGREES, VERIFIED BEFORE ANY STATUS IS      *
      * POSTED. EACH D RECORD IS MATCHED ON ITS MESSAGE *
      * REFERENCE AND THE LOG IS MARKED DELIVERED OR    *
      * FAILED WITH THE GATEWAY DATE AND REASON. ONCE   *
      * THE RETURN IS POSTED, A NOTIFOUT.DAT STILL      *
      * HOLDING THE SAME BATCH IS EMPTIED SO THE NEXT   *
      * NOTIFOUT RUN MAY PROCEED. NOTIFSTS.RPT LISTS    *
      * EVERY STATUS RETURNED, EVERY REFERENCE NOT ON   *
      * THE LOG AND EVERY MESSAGE OF THE BATCH STILL    *
      * WAITING FOR A STATUS. NOTIFEXC.RPT LISTS THE    *
      * FAILED NUMBERS WITH THE GUARDIAN, SO THE PHONE  *
      * CAN BE CORRECTED IN GRDMAINT. A FAILED EVENT IS *
      * NOT SENT AGAIN. RC 4 WHEN ANY MESSAGE FAILED OR *
      * ANY REFERENCE COULD NOT BE MATCHED, RC 8 WHEN   *
      * THE FILE IS REJECTED.                           *
      ***************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. NOTIFRTN.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RETURN-FILE ASSIGN TO 'NOTIFRTN.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-NOTIFRTN-STATUS.
           SELECT MESSAGE-LOG ASSIGN TO 'NOTIFLOG.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS NLG-KEY
               FILE STATUS IS WS-NOTIFLOG-STATUS.
           SELECT GUARDIAN-MASTER ASSIGN TO 'GUARDIAN.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GRD-ROLLNO
               FILE STATUS IS WS-GUARDIAN-STATUS.
           SELECT OUTBOUND-FILE ASSIGN TO 'NOTIFOUT.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-NOTIFOUT-STATUS.
           SELECT STATUS-FILE ASSIGN TO 'NOTIFSTS.RPT'
               ORGANIZATION IS SEQUENTIAL.
           SELECT EXCEPTION-FILE ASSIGN TO 'NOTIFEXC.RPT'
               ORGANIZATION IS SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  RETURN-FILE
           LABEL RECORDS ARE STANDARD.
       COPY "ntfrtn.cpy".

       FD  MESSAGE-LOG
           LABEL RECORDS ARE STANDARD.
       COPY "ntflog.cpy".

       FD  GUARDIAN-MASTER
           LABEL RECORDS ARE STANDARD.
       COPY "guardian.cpy".

       FD  OUTBOUND-FILE
           LABEL RECORDS ARE STANDARD.
       COPY "ntfmsg.cpy".

       FD  STATUS-FILE
           LABEL RECORDS ARE STANDARD.
       01 STATUS-LINE PIC X(60).

       FD  EXCEPTION-FILE
           LABEL RECORDS ARE STANDARD.
       01 EXCEPTION-LINE PIC X(60).

       WORKING-STORAGE SECTION.
       77 WS-NOTIFRTN-STATUS PIC XX VALUE '00'.
       77 WS-NOTIFLOG-STATUS PIC XX VALUE '00'.
       77 WS-GUARDIAN-STATUS PIC XX VALUE '00'.
       77 WS-NOTIFOUT-STATUS PIC XX VALUE '00'.
       77 WS-OUT-BATCH-NO PIC X(14) VALUE SPACES.
       77 WS-EOF-FLAG PIC X VALUE 'N'.
       77 WS-BATCH-OK PIC X VALUE 'Y'.
       77 WS-TRAILER-SEEN PIC X VALUE 'N'.
       77 WS-LOG-FOUND PIC X VALUE 'N'.
       77 WS-GUARDIAN-AVAIL PIC X VALUE 'N'.
       77 WS-GRD-FOUND PIC X VALUE 'N'.
       77 WS-RUN-DATE PIC 9(8) VALUE ZERO.
       77 WS-RTN-BATCH-NO PIC X(14) VALUE SPACES.
       77 WS-DETAIL-COUNT PIC 9(6) VALUE ZERO.
       77 WS-TRL-COUNT PIC 9(6) VALUE ZERO.
       77 WS-DELIVERED-COUNT PIC 9(5) VALUE ZERO.
       77 WS-FAILED-COUNT PIC 9(5) VALUE ZERO.
       77 WS-UNMATCHED-COUNT PIC 9(5) VALUE ZERO.
       77 WS-AWAITING-COUNT PIC 9(5) VALUE ZERO.

       COPY "splparm.cpy".

       01 WS-STS-DETAIL.
            02 WS-STS-ROLLNO PIC X(6).
            02 FILLER PIC X VALUE SPACE.
            02 WS-STS-TYPE PIC X(2).
            02 FILLER PIC X VALUE SPACE.
            02 WS-STS-REF PIC X(12).
            02 FILLER PIC X VALUE SPACE.
            02 WS-STS-PHONE PIC X(10).
            02 FILLER PIC X VALUE SPACE.
            02 WS-STS-OUTCOME PIC X(9).
            02 FILLER PIC X VALUE SPACE.
            02 WS-STS-REASON PIC X(16).

       01 WS-EXC-DETAIL.
            02 WS-EXC-ROLLNO PIC 9(6).
            02 FILLER PIC X VALUE SPACE.
            02 WS-EXC-GRD-NAME PIC X(20).
            02 FILLER PIC X VALUE SPACE.
            02 WS-EXC-PHONE PIC X(10).
            02 FILLER PIC X VALUE SPACE.
            02 WS-EXC-REASON PIC X(20).

       01 WS-TOTAL-LINE.
            02 WS-TOT-LABEL PIC X(30).
            02 WS-TOT-COUNT PIC ZZZZ9.

       PROCEDURE DIVISION.
       MAIN-PARA.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           PERFORM VERIFY-RETURN-ENVELOPE.
           IF WS-BATCH-OK = 'N'
               DISPLAY 'STATUS RETURN NOT POSTED'
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN I-O MESSAGE-LOG.
           IF WS-NOTIFLOG-STATUS NOT = '00'
               DISPLAY 'NOTIFLOG.DAT NOT FOUND - NO MESSAGES TO '
                   'MATCH, STATUS RETURN NOT POSTED'
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM OPEN-GUARDIAN-MASTER.
           OPEN OUTPUT STATUS-FILE.
           OPEN OUTPUT EXCEPTION-FILE.
           PERFORM WRITE-REPORT-HEADINGS.
           MOVE 'N' TO WS-EOF-FLAG.
           OPEN INPUT RETURN-FILE.
           PERFORM READ-RETURN.
           PERFORM UNTIL WS-EOF-FLAG = 'Y'
               IF RTN-REC-TYPE = 'D'
                   PERFORM POST-ONE-STATUS
               END-IF
               PERFORM READ-RETURN
           END-PERFORM.
           CLOSE RETURN-FILE.
           CLOSE MESSAGE-LOG.
           PERFORM LIST-AWAITING-STATUS.
           PERFORM WRITE-REPORT-TOTALS.
           CLOSE STATUS-FILE.
           CLOSE EXCEPTION-FILE.
           IF WS-GUARDIAN-AVAIL = 'Y'
               CLOSE GUARDIAN-MASTER
           END-IF.
           DISPLAY 'STATUS RETURN BATCH ' WS-RTN-BATCH-NO ' POSTED'.
           PERFORM RELEASE-OUTBOUND-BATCH.
           DISPLAY 'DELIVERED:            ' WS-DELIVERED-COUNT.
           DISPLAY 'FAILED:               ' WS-FAILED-COUNT.
           DISPLAY 'NOT MATCHED:          ' WS-UNMATCHED-COUNT.
           DISPLAY 'STILL AWAITING:       ' WS-AWAITING-COUNT.
           MOVE 'NOTIFSTS.RPT' TO SPL-REQ-REPORT.
           MOVE 60 TO SPL-REQ-RECLEN.
           CALL 'RPTSPOOL' USING SPL-REQUEST SPL-RESULT.
           MOVE 'NOTIFEXC.RPT' TO SPL-REQ-REPORT.
           MOVE 60 TO SPL-REQ-RECLEN.
           CALL 'RPTSPOOL' USING SPL-REQUEST SPL-RESULT.
           IF WS-FAILED-COUNT > ZERO OR WS-UNMATCHED-COUNT > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF.
           GOBACK.

      ***************************************************
      * THE BATCH HAS PLAINLY REACHED THE GATEWAY, SO   *
      * AN EXTRACT LEFT BEHIND FOR IT IS CLEARED.       *
      ***************************************************
       RELEASE-OUTBOUND-BATCH.
           MOVE SPACES TO WS-OUT-BATCH-NO.
           OPEN INPUT OUTBOUND-FILE.
           IF WS-NOTIFOUT-STATUS = '00'
               READ OUTBOUND-FILE
                   AT END CONTINUE
                   NOT AT END
                       IF NTF-HDR-TYPE = 'H'
                           MOVE NTF-HDR-BATCH-NO TO WS-OUT-BATCH-NO
                       END-IF
               END-READ
               CLOSE OUTBOUND-FILE
               IF WS-OUT-BATCH-NO = WS-RTN-BATCH-NO
                   OPEN OUTPUT OUTBOUND-FILE
                   CLOSE OUTBOUND-FILE
                   DISPLAY 'NOTIFOUT.DAT BATCH ' WS-OUT-BATCH-NO
                       ' CLEARED'
               END-IF
           END-IF.

      ***************************************************
      * HEADER, DETAILS AND TRAILER ARE PROVED BEFORE   *
      * ANY STATUS IS POSTED TO THE MESSAGE LOG.        *
      ***************************************************
       VERIFY-RETURN-ENVELOPE.
           MOVE 'Y' TO WS-BATCH-OK.
           MOVE 'N' TO WS-TRAILER-SEEN.
           MOVE ZERO TO WS-DETAIL-COUNT.
           MOVE 'N' TO WS-EOF-FLAG.
           OPEN INPUT RETURN-FILE.
           IF WS-NOTIFRTN-STATUS NOT = '00'
               DISPLAY 'NOTIFRTN.DAT NOT FOUND - NO STATUS RETURN '
                   'TO POST'
               MOVE 'N' TO WS-BATCH-OK
           ELSE
               PERFORM READ-RETURN
               IF WS-EOF-FLAG = 'Y'
                       OR RTN-HDR-TYPE NOT = 'H'
                       OR RTN-HDR-BATCH-NO NOT NUMERIC
                   DISPLAY 'BATCH HEADER MISSING OR INVALID - '
                       'RETURN REJECTED'
                   MOVE 'N' TO WS-BATCH-OK
               ELSE
                   MOVE RTN-HDR-BATCH-NO TO WS-RTN-BATCH-NO
               END-IF
               IF WS-BATCH-OK = 'Y'
                   PERFORM READ-RETURN
                   PERFORM UNTIL WS-EOF-FLAG = 'Y'
                           OR WS-TRAILER-SEEN = 'Y'
                           OR WS-BATCH-OK = 'N'
                       PERFORM CHECK-ENVELOPE-RECORD
                       IF WS-TRAILER-SEEN = 'N'
                               AND WS-BATCH-OK = 'Y'
                           PERFORM READ-RETURN
                       END-IF
                   END-PERFORM
                   IF WS-BATCH-OK = 'Y' AND WS-TRAILER-SEEN = 'Y'
                       PERFORM READ-RETURN
                       IF WS-EOF-FLAG = 'N'
                           DISPLAY 'RECORDS AFTER BATCH TRAILER - '
                               'RETURN REJECTED'
                           MOVE 'N' TO WS-BATCH-OK
                       END-IF
                   END-IF
                   IF WS-BATCH-OK = 'Y'
                       PERFORM VERIFY-TRAILER-TOTALS
                   END-IF
               END-IF
               CLOSE RETURN-FILE
           END-IF.

       READ-RETURN.
           READ RETURN-FILE
               AT END MOVE 'Y' TO WS-EOF-FLAG
           END-READ.

       CHECK-ENVELOPE-RECORD.
           EVALUATE RTN-REC-TYPE
               WHEN 'T'
                   MOVE 'Y' TO WS-TRAILER-SEEN
                   IF RTN-TRL-COUNT NUMERIC
                       MOVE RTN-TRL-COUNT TO WS-TRL-COUNT
                   ELSE
                       DISPLAY 'TRAILER COUNT NOT NUMERIC - RETURN '
                           'REJECTED'
                       MOVE 'N' TO WS-BATCH-OK
                   END-IF
                   IF RTN-TRL-BATCH-NO NOT = WS-RTN-BATCH-NO
                       DISPLAY 'TRAILER BATCH ' RTN-TRL-BATCH-NO
                           ' DOES NOT MATCH HEADER ' WS-RTN-BATCH-NO
                           ' - RETURN REJECTED'
                       MOVE 'N' TO WS-BATCH-OK
                   END-IF
               WHEN 'H'
                   DISPLAY 'SECOND BATCH HEADER FOUND - RETURN '
                       'REJECTED'
                   MOVE 'N' TO WS-BATCH-OK
               WHEN 'D'
                   ADD 1 TO WS-DETAIL-COUNT
               WHEN OTHER
                   DISPLAY 'UNKNOWN RECORD TYPE ' RTN-REC-TYPE
                       ' - RETURN REJECTED'
                   MOVE 'N' TO WS-BATCH-OK
           END-EVALUATE.

       VERIFY-TRAILER-TOTALS.
           IF WS-TRAILER-SEEN = 'N'
               DISPLAY 'BATCH TRAILER MISSING - RETURN REJECTED'
               MOVE 'N' TO WS-BATCH-OK
           ELSE
               IF WS-TRL-COUNT NOT = WS-DETAIL-COUNT
                   DISPLAY 'TRAILER COUNT ' WS-TRL-COUNT
                       ' DOES NOT MATCH RECORDS READ '
                       WS-DETAIL-COUNT ' - RETURN REJECTED'
                   MOVE 'N' TO WS-BATCH-OK
               END-IF
           END-IF.

       OPEN-GUARDIAN-MASTER.
           OPEN INPUT GUARDIAN-MASTER.
           IF WS-GUARDIAN-STATUS = '00'
               MOVE 'Y' TO WS-GUARDIAN-AVAIL
           ELSE
               MOVE 'N' TO WS-GUARDIAN-AVAIL
               DISPLAY 'GUARDIAN.DAT NOT FOUND - FAILED NUMBERS '
                   'LISTED WITHOUT THE GUARDIAN'
           END-IF.

       WRITE-REPORT-HEADINGS.
           MOVE ALL '=' TO STATUS-LINE.
           WRITE STATUS-LINE.
           MOVE SPACES TO STATUS-LINE.
           STRING 'SMS DELIVERY STATUS - BATCH ' WS-RTN-BATCH-NO
               DELIMITED BY SIZE INTO STATUS-LINE.
           WRITE STATUS-LINE.
           MOVE SPACES TO STATUS-LINE.
           STRING 'POSTED ' WS-RUN-DATE DELIMITED BY SIZE
               INTO STATUS-LINE.
           WRITE STATUS-LINE.
           MOVE 'ROLL   EV REFERENCE    PHONE      STATUS    REASON'
               TO STATUS-LINE.
           WRITE STATUS-LINE.
           MOVE ALL '-' TO STATUS-LINE.
           WRITE STATUS-LINE.
           MOVE ALL '=' TO EXCEPTION-LINE.
           WRITE EXCEPTION-LINE.
           MOVE SPACES TO EXCEPTION-LINE.
           STRING 'FAILED GUARDIAN NUMBERS - BATCH ' WS-RTN-BATCH-NO
               DELIMITED BY SIZE INTO EXCEPTION-LINE.
           WRITE EXCEPTION-LINE.
           MOVE 'CORRECT THE GUARDIAN PHONE NUMBER IN GRDMAINT'
               TO EXCEPTION-LINE.
           WRITE EXCEPTION-LINE.
           MOVE 'ROLL   GUARDIAN             PHONE      REASON'
               TO EXCEPTION-LINE.
           WRITE EXCEPTION-LINE.
           MOVE ALL '-' TO EXCEPTION-LINE.
           WRITE EXCEPTION-LINE.

       POST-ONE-STATUS.
           MOVE RTN-MSG-REF TO NLG-KEY.
           MOVE 'Y' TO WS-LOG-FOUND.
           READ MESSAGE-LOG
               INVALID KEY
                   MOVE 'N' TO WS-LOG-FOUND
           END-READ.
           MOVE SPACES TO WS-STS-REASON.
           MOVE RTN-ROLLNO TO WS-STS-ROLLNO.
           MOVE RTN-EVENT-TYPE TO WS-STS-TYPE.
           MOVE RTN-EVENT-REF TO WS-STS-REF.
           MOVE RTN-PHONE TO WS-STS-PHONE.
           IF WS-LOG-FOUND = 'N'
               MOVE 'NOT SENT' TO WS-STS-OUTCOME
               MOVE 'NOT ON NOTIFLOG' TO WS-STS-REASON
               ADD 1 TO WS-UNMATCHED-COUNT
           ELSE
               IF RTN-STATUS = 'D'
                   MOVE 'D' TO NLG-STATUS
                   MOVE SPACES TO NLG-FAIL-REASON
                   PERFORM REWRITE-LOG-STATUS
                   MOVE 'DELIVERED' TO WS-STS-OUTCOME
                   ADD 1 TO WS-DELIVERED-COUNT
               ELSE
                   IF RTN-STATUS = 'F'
                       MOVE 'F' TO NLG-STATUS
                       MOVE RTN-REASON TO NLG-FAIL-REASON
                       PERFORM REWRITE-LOG-STATUS
                       MOVE 'FAILED' TO WS-STS-OUTCOME
                       MOVE RTN-REASON TO WS-STS-REASON
                       ADD 1 TO WS-FAILED-COUNT
                       PERFORM WRITE-FAILED-NUMBER
                   ELSE
                       MOVE 'UNKNOWN' TO WS-STS-OUTCOME
                       MOVE 'BAD STATUS CODE' TO WS-STS-REASON
                       ADD 1 TO WS-UNMATCHED-COUNT
                   END-IF
               END-IF
           END-IF.
           WRITE STATUS-LINE FROM WS-STS-DETAIL.

       REWRITE-LOG-STATUS.
           IF RTN-STATUS-DATE NUMERIC
               MOVE RTN-STATUS-DATE TO NLG-STATUS-DATE
           ELSE
               MOVE WS-RUN-DATE TO NLG-STATUS-DATE
           END-IF.
           REWRITE NLG-RECORD
               INVALID KEY
                   DISPLAY 'NOTIFLOG.DAT REWRITE FAILED FOR '
                       NLG-KEY
           END-REWRITE.

       WRITE-FAILED-NUMBER.
           MOVE 'N' TO WS-GRD-FOUND.
           IF WS-GUARDIAN-AVAIL = 'Y'
               MOVE NLG-ROLLNO TO GRD-ROLLNO
               READ GUARDIAN-MASTER
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 'Y' TO WS-GRD-FOUND
               END-READ
           END-IF.
           MOVE NLG-ROLLNO TO WS-EXC-ROLLNO.
           MOVE NLG-PHONE TO WS-EXC-PHONE.
           MOVE NLG-FAIL-REASON TO WS-EXC-REASON.
           IF WS-GRD-FOUND = 'Y'
               MOVE GRD-NAME TO WS-EXC-GRD-NAME
           ELSE
               MOVE 'NO GUARDIAN RECORD' TO WS-EXC-GRD-NAME
           END-IF.
           WRITE EXCEPTION-LINE FROM WS-EXC-DETAIL.
           IF WS-GRD-FOUND = 'Y' AND GRD-PHONE NOT = NLG-PHONE
               MOVE SPACES TO EXCEPTION-LINE
               STRING '       PHONE SINCE CHANGED TO ' GRD-PHONE
                   DELIMITED BY SIZE INTO EXCEPTION-LINE
               WRITE EXCEPTION-LINE
           END-IF.

      ***************************************************
      * MESSAGES OF THIS BATCH THE GATEWAY HAS NOT YET  *
      * REPORTED ON.                                    *
      ***************************************************
       LIST-AWAITING-STATUS.
           MOVE 'N' TO WS-EOF-FLAG.
           OPEN INPUT MESSAGE-LOG.
           PERFORM READ-LOG-NEXT.
           PERFORM UNTIL WS-EOF-FLAG = 'Y'
               IF NLG-STATUS = 'S'
                       AND NLG-BATCH-NO = WS-RTN-BATCH-NO
                   MOVE NLG-ROLLNO TO WS-STS-ROLLNO
                   MOVE NLG-EVENT-TYPE TO WS-STS-TYPE
                   MOVE NLG-EVENT-REF TO WS-STS-REF
                   MOVE NLG-PHONE TO WS-STS-PHONE
                   MOVE 'AWAITING' TO WS-STS-OUTCOME
                   MOVE 'NO STATUS RETURNED' TO WS-STS-REASON
                   WRITE STATUS-LINE FROM WS-STS-DETAIL
                   ADD 1 TO WS-AWAITING-COUNT
               END-IF
               PERFORM READ-LOG-NEXT
           END-PERFORM.
           CLOSE MESSAGE-LOG.

       READ-LOG-NEXT.
           READ MESSAGE-LOG NEXT RECORD
               AT END MOVE 'Y' TO WS-EOF-FLAG
           END-READ.

       WRITE-REPORT-TOTALS.
           MOVE ALL '-' TO STATUS-LINE.
           WRITE STATUS-LINE.
           MOVE 'DELIVERED' TO WS-TOT-LABEL.
           MOVE WS-DELIVERED-COUNT TO WS-TOT-COUNT.
           WRITE STATUS-LINE FROM WS-TOTAL-LINE.
           MOVE 'FAILED - SEE NOTIFEXC.RPT' TO WS-TOT-LABEL.
           MOVE WS-FAILED-COUNT TO WS-TOT-COUNT.
           WRITE STATUS-LINE FROM WS-TOTAL-LINE.
           MOVE 'NOT MATCHED OR BAD STATUS' TO WS-TOT-LABEL.
           MOVE WS-UNMATCHED-COUNT TO WS-TOT-COUNT.
           WRITE STATUS-LINE FROM WS-TOTAL-LINE.
           MOVE 'STILL AWAITING A STATUS' TO WS-TOT-LABEL.
           MOVE WS-AWAITING-COUNT TO WS-TOT-COUNT.
           WRITE STATUS-LINE FROM WS-TOTAL-LINE.
           MOVE ALL '-' TO EXCEPTION-LINE.
           WRITE EXCEPTION-LINE.
           IF WS-FAILED-COUNT = ZERO
               MOVE 'NO FAILED NUMBERS IN THIS RETURN'
                   TO EXCEPTION-LINE
           ELSE
               MOVE SPACES TO EXCEPTION-LINE
               STRING 'FAILED NUMBERS LISTED: ' WS-FAILED-COUNT
                   DELIMITED BY SIZE INTO EXCEPTION-LINE
           END-IF.
           WRITE EXCEPTION-LINE.
