      * FEE LEDGER RECORDS FOR A STUDENT WHOSE          *
      * FEEBAL.DAT BALANCE IS STILL OUTSTANDING ARE     *
      * NEVER PURGED, WHATEVER THEIR AGE.               *
      * A FEE LEDGER IS ONLY PURGED WHEN EVERY RECORD   *
      * ON IT HAS BEEN POSTED TO FEEBAL.DAT, AS COUNTED *
      * ON FEEBCTL.DAT; THE AMOUNTS ARCHIVED ARE TAKEN  *
      * OFF THE STUDENTS' FEEBAL.DAT BALANCES AND THE   *
      * COUNT IS RESET TO THE RECORDS KEPT, SO          *
      * FEEPOST'S INCREMENTAL POSTING CARRIES ON FROM   *
      * THE RIGHT RECORD.                               *
      ***************************************************

       IDENTIFICATION DIVISION.
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FB-ROLLNO
               FILE STATUS IS WS-FEEBAL-STATUS.
           SELECT POSTING-CONTROL ASSIGN TO 'FEEBCTL.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FEEBCTL-STATUS.
           SELECT AUD-ARCHIVE ASSIGN TO WS-ARCHIVE-FILENAME
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ARCHIVE-STATUS.
           LABEL RECORDS ARE STANDARD.
       COPY "feebal.cpy".

       FD  POSTING-CONTROL
           LABEL RECORDS ARE STANDARD.
       COPY "feebctl.cpy".

       FD  AUD-ARCHIVE
           LABEL RECORDS ARE STANDARD.
       01 AUD-ARCHIVE-RECORD PIC X(81).
       77 WS-IN-ARREARS PIC X VALUE 'N'.
       77 WS-EXPIRED PIC X VALUE 'N'.
       77 WS-REC-DATE PIC 9(8) VALUE ZERO.
       77 WS-FEEBCTL-STATUS PIC XX VALUE '00'.
       77 WS-CHG-POSTED PIC 9(9) VALUE ZERO.
       77 WS-PAY-POSTED PIC 9(9) VALUE ZERO.
       77 WS-CTL-POST-DATE PIC 9(8) VALUE ZERO.
       77 WS-CTL-REBUILD-DATE PIC 9(8) VALUE ZERO.
       77 WS-LEDGER-POSTED PIC 9(9) VALUE ZERO.

      ***************************************************
      * ARCHIVED FEE LEDGER RECORDS AS READ BACK FROM   *
      * THE WORK ARCHIVE TO TAKE THEM OFF FEEBAL.DAT.   *
      ***************************************************
       01 WS-ARCH-CHARGE.
            02 WS-AC-ROLLNO PIC 9(6).
            02 FILLER PIC X(11).
            02 WS-AC-AMOUNT PIC 9(5)V99.

       01 WS-ARCH-PAYMENT.
            02 WS-AP-ROLLNO PIC 9(6).
            02 FILLER PIC X(10).
            02 WS-AP-AMOUNT PIC 9(5)V99.
            02 FILLER PIC X.
            02 WS-AP-TYPE PIC X.
            02 FILLER PIC X(7).

       01 WS-RUN-DATE.
            02 WS-RUN-YYYY PIC 9(4).
           MOVE 8 TO RETURN-CODE.

       OPEN-FEE-BALANCE.
           OPEN I-O FEE-BALANCE.
           IF WS-FEEBAL-STATUS = '00'
               MOVE 'Y' TO WS-FEEBAL-AVAIL
               PERFORM READ-POSTING-CONTROL
           ELSE
               MOVE 'N' TO WS-FEEBAL-AVAIL
               DISPLAY 'FEEBAL.DAT NOT ON FILE - NO FEE LEDGER '
                   'RECORDS WILL BE PURGED'
           END-IF.

       READ-POSTING-CONTROL.
           OPEN INPUT POSTING-CONTROL.
           IF WS-FEEBCTL-STATUS NOT = '00'
               MOVE 'N' TO WS-FEEBAL-AVAIL
           ELSE
               READ POSTING-CONTROL
                   AT END
                       MOVE 'N' TO WS-FEEBAL-AVAIL
                   NOT AT END
                       MOVE FBC-CHG-POSTED TO WS-CHG-POSTED
                       MOVE FBC-PAY-POSTED TO WS-PAY-POSTED
                       MOVE FBC-POST-DATE TO WS-CTL-POST-DATE
                       MOVE FBC-REBUILD-DATE TO WS-CTL-REBUILD-DATE
               END-READ
               CLOSE POSTING-CONTROL
           END-IF.
           IF WS-FEEBAL-AVAIL = 'N'
               CLOSE FEE-BALANCE
               DISPLAY 'FEEBCTL.DAT NOT ON FILE - RUN FEEPOST; NO '
                   'FEE LEDGER RECORDS WILL BE PURGED'
           END-IF.

       WRITE-POSTING-CONTROL.
           OPEN OUTPUT POSTING-CONTROL.
           MOVE SPACES TO FEEBCTL-RECORD.
           MOVE WS-CHG-POSTED TO FBC-CHG-POSTED.
           MOVE WS-PAY-POSTED TO FBC-PAY-POSTED.
           MOVE WS-CTL-POST-DATE TO FBC-POST-DATE.
           MOVE WS-CTL-REBUILD-DATE TO FBC-REBUILD-DATE.
           WRITE FEEBCTL-RECORD.
           CLOSE POSTING-CONTROL.

      ***************************************************
      * FEEBAL.DAT DECIDES WHAT MAY BE PURGED, SO A FEE *
      * LEDGER HOLDING RECORDS NOT YET POSTED TO IT IS  *
      * LEFT ALONE UNTIL FEEPOST HAS RUN.               *
      ***************************************************
       CHECK-LEDGER-POSTED.
           IF WS-FEEBAL-AVAIL = 'Y'
                   AND WS-READ-COUNT NOT = WS-LEDGER-POSTED
               DISPLAY '  *** ' WS-LEDGER-POSTED ' OF '
                   WS-READ-COUNT ' RECORDS POSTED TO FEEBAL.DAT - '
                   'RUN FEEPOST FIRST, LIVE FILE AND ARCHIVE LEFT '
                   'UNCHANGED ***'
               MOVE 'Y' TO WS-FILE-FAILED
               MOVE 'Y' TO WS-PURGE-FAILED
           END-IF.

      ***************************************************
      * CUTOFF IS THE FIRST MONTH STILL KEPT - A RECORD *
      * MONTH BEFORE THE CUTOFF IS EXPIRED.             *
               CLOSE FCHG-ARCHIVE
               CLOSE FCHG-KEEP
               PERFORM PROVE-ONE-FILE
               IF WS-FILE-FAILED = 'N'
                   MOVE WS-CHG-POSTED TO WS-LEDGER-POSTED
                   PERFORM CHECK-LEDGER-POSTED
               END-IF
               IF WS-FILE-FAILED = 'N'
                   PERFORM REWRITE-FEE-CHARGES
                   IF WS-FEEBAL-AVAIL = 'Y'
                       MOVE WS-KEPT-COUNT TO WS-CHG-POSTED
                       PERFORM WRITE-POSTING-CONTROL
                   END-IF
                   PERFORM COMMIT-FCHG-ARCHIVE
               ELSE
                   PERFORM DISCARD-WORK-FILES
           PERFORM READ-FCHG-KEEP.
           PERFORM UNTIL WS-EOF-FLAG = 'Y'
               WRITE FCHG-ARCHIVE-RECORD FROM FCHG-KEEP-RECORD
               MOVE FCHG-KEEP-RECORD TO WS-ARCH-CHARGE
               PERFORM UNPOST-ARCHIVED-CHARGE
               PERFORM READ-FCHG-KEEP
           END-PERFORM.
           CLOSE FCHG-ARCHIVE.
               CLOSE FPAY-ARCHIVE
               CLOSE FPAY-KEEP
               PERFORM PROVE-ONE-FILE
               IF WS-FILE-FAILED = 'N'
                   MOVE WS-PAY-POSTED TO WS-LEDGER-POSTED
                   PERFORM CHECK-LEDGER-POSTED
               END-IF
               IF WS-FILE-FAILED = 'N'
                   PERFORM REWRITE-FEE-PAYMENTS
                   IF WS-FEEBAL-AVAIL = 'Y'
                       MOVE WS-KEPT-COUNT TO WS-PAY-POSTED
                       PERFORM WRITE-POSTING-CONTROL
                   END-IF
                   PERFORM COMMIT-FPAY-ARCHIVE
               ELSE
                   PERFORM DISCARD-WORK-FILES
           PERFORM READ-FPAY-KEEP.
           PERFORM UNTIL WS-EOF-FLAG = 'Y'
               WRITE FPAY-ARCHIVE-RECORD FROM FPAY-KEEP-RECORD
               MOVE FPAY-KEEP-RECORD TO WS-ARCH-PAYMENT
               PERFORM UNPOST-ARCHIVED-PAYMENT
               PERFORM READ-FPAY-KEEP
           END-PERFORM.
           CLOSE FPAY-ARCHIVE.
           CLOSE FPAY-KEEP.
           CALL 'CBL_DELETE_FILE' USING WS-WORK-ARCH-NAME.

      ***************************************************
      * AN ARCHIVED RECORD LEAVES THE LEDGER, SO IT IS  *
      * TAKEN BACK OFF THE POSTED BALANCE - FEEBAL.DAT  *
      * THEN STILL AGREES WITH A FULL REBUILD.          *
      ***************************************************
       UNPOST-ARCHIVED-CHARGE.
           IF WS-FEEBAL-AVAIL = 'Y'
               MOVE WS-AC-ROLLNO TO FB-ROLLNO
               READ FEE-BALANCE
                   INVALID KEY
                       DISPLAY '  ROLLNO ' WS-AC-ROLLNO ' NOT ON '
                           'FEEBAL.DAT - ARCHIVED CHARGE NOT POSTED'
                   NOT INVALID KEY
                       SUBTRACT WS-AC-AMOUNT FROM FB-CHARGES
                       PERFORM REWRITE-FEE-BALANCE
               END-READ
           END-IF.

       UNPOST-ARCHIVED-PAYMENT.
           IF WS-FEEBAL-AVAIL = 'Y'
               MOVE WS-AP-ROLLNO TO FB-ROLLNO
               READ FEE-BALANCE
                   INVALID KEY
                       DISPLAY '  ROLLNO ' WS-AP-ROLLNO ' NOT ON '
                           'FEEBAL.DAT - ARCHIVED PAYMENT NOT POSTED'
                   NOT INVALID KEY
                       IF WS-AP-TYPE = 'R' OR WS-AP-TYPE = 'V'
                               OR WS-AP-TYPE = 'F'
                           ADD WS-AP-AMOUNT TO FB-PAYMENTS
                       ELSE
                           SUBTRACT WS-AP-AMOUNT FROM FB-PAYMENTS
                       END-IF
                       PERFORM REWRITE-FEE-BALANCE
               END-READ
           END-IF.

       REWRITE-FEE-BALANCE.
           REWRITE FEEBAL-RECORD
               INVALID KEY
                   DISPLAY '  FEEBAL.DAT REWRITE FAILED: ' FB-ROLLNO
                   MOVE 'Y' TO WS-PURGE-FAILED
           END-REWRITE.

       PURGE-ATT-TRANS.
           MOVE SPACES TO WS-DATED-ARCH-NAME.
           STRING 'ATTTRANS.A' WS-RUN-DATE-NUM DELIMITED BY SIZE
