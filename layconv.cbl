      ***************************************************
      * COBOL PROGRAM FOR THE ONE-TIME RECORD LAYOUT    *
      * CONVERSION OF THE FILES WHOSE RECORDS GREW A    *
      * COLUMN OR TWO THIS RELEASE. BEFORE THE RUN THE  *
      * OPERATOR RENAMES THE LIVE FILES TO THE .OLD     *
      * NAMES LISTED BELOW; THE RUN REBUILDS EACH .DAT  *
      * FILE FROM ITS .OLD COPY IN THE NEW LAYOUT,      *
      * PROVES RECORDS-IN EQUALS RECORDS-OUT PER FILE   *
      * AND PRINTS AN OVERALL CONVERTED/FAILED VERDICT, *
      * AS ROLLCONV DOES. THE NEW COLUMNS ARE SET SO    *
      * EVERY PROGRAM READS THE OLD ROWS CORRECTLY -    *
      * GUARDIAN.DAT GAINS GRD-FAMILY-ID ZERO (NO       *
      * SIBLING LINKED, SO NO SIBLING DISCOUNT AND NO   *
      * FAMILY STATEMENT UNTIL GRDMAINT LINKS ONE),     *
      * TCHASSGN.DAT GAINS BLANK FROM AND TO TERMS (THE *
      * CURRENT HOLDER, ASSIGNED BEFORE HISTORY WAS     *
      * KEPT), TERMHIST.DAT GAINS A BLANK CLASS AND     *
      * SECTION (NOT CARRIED WHEN THE TERM WAS          *
      * ARCHIVED), EMPMAST.DAT GAINS STATUS A (ACTIVE)  *
      * WITH NO LEAVING DATE OR REASON, AND             *
      * OPERMAST.DAT GAINS OPR-EMPID ZERO (NO STAFF     *
      * RECORD - LINK TEACHING OPERATORS IN OPRMAINT).  *
      * A .OLD FILE THAT IS NOT ON DISK IS REPORTED AND *
      * SKIPPED. RUN IT ONCE, AFTER ROLLCONV WHERE THAT *
      * CONVERSION IS ALSO DUE, AND BEFORE ANY OTHER    *
      * PROGRAM OF THE RELEASE.                         *
      ***************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. LAYCONV.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OLD-GUARDIAN-MASTER ASSIGN TO 'GUARDIAN.OLD'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OGR-ROLLNO
               FILE STATUS IS WS-IN-STATUS.
           SELECT NEW-GUARDIAN-MASTER ASSIGN TO 'GUARDIAN.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS NGR-ROLLNO
               FILE STATUS IS WS-OUT-STATUS.
           SELECT OLD-ASSIGNMENT-FILE ASSIGN TO 'TCHASSGN.OLD'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-IN-STATUS.
           SELECT NEW-ASSIGNMENT-FILE ASSIGN TO 'TCHASSGN.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-OUT-STATUS.
           SELECT OLD-TERM-HISTORY ASSIGN TO 'TERMHIST.OLD'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-IN-STATUS.
           SELECT NEW-TERM-HISTORY ASSIGN TO 'TERMHIST.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-OUT-STATUS.
           SELECT OLD-EMP-MASTER ASSIGN TO 'EMPMAST.OLD'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OEM-EMPID
               FILE STATUS IS WS-IN-STATUS.
           SELECT NEW-EMP-MASTER ASSIGN TO 'EMPMAST.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS NEM-EMPID
               FILE STATUS IS WS-OUT-STATUS.
           SELECT OLD-OPERATOR-MASTER ASSIGN TO 'OPERMAST.OLD'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OOP-ID
               FILE STATUS IS WS-IN-STATUS.
           SELECT NEW-OPERATOR-MASTER ASSIGN TO 'OPERMAST.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS NOP-ID
               FILE STATUS IS WS-OUT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  OLD-GUARDIAN-MASTER
           LABEL RECORDS ARE STANDARD.
       01 OLD-GUARDIAN-RECORD.
            02 OGR-ROLLNO PIC 9(6).
            02 OGR-REST PIC X(74).

       FD  NEW-GUARDIAN-MASTER
           LABEL RECORDS ARE STANDARD.
       01 NEW-GUARDIAN-RECORD.
            02 NGR-ROLLNO PIC 9(6).
            02 NGR-REST PIC X(74).
            02 FILLER PIC X.
            02 NGR-FAMILY-ID PIC 9(6).

       FD  OLD-ASSIGNMENT-FILE
           LABEL RECORDS ARE STANDARD.
       01 OLD-ASSIGNMENT-RECORD.
            02 OAS-BODY PIC X(13).

       FD  NEW-ASSIGNMENT-FILE
           LABEL RECORDS ARE STANDARD.
       01 NEW-ASSIGNMENT-RECORD.
            02 NAS-BODY PIC X(13).
            02 FILLER PIC X.
            02 NAS-FROM-TERM PIC X(6).
            02 FILLER PIC X.
            02 NAS-TO-TERM PIC X(6).

       FD  OLD-TERM-HISTORY
           LABEL RECORDS ARE STANDARD.
       01 OLD-HIST-RECORD.
            02 OTH-BODY PIC X(43).

       FD  NEW-TERM-HISTORY
           LABEL RECORDS ARE STANDARD.
       01 NEW-HIST-RECORD.
            02 NTH-BODY PIC X(43).
            02 FILLER PIC X.
            02 NTH-CLASS PIC X(2).
            02 NTH-SECTION PIC X.

       FD  OLD-EMP-MASTER
           LABEL RECORDS ARE STANDARD.
       01 OLD-EMP-RECORD.
            02 OEM-EMPID PIC 9(5).
            02 OEM-REST PIC X(41).

       FD  NEW-EMP-MASTER
           LABEL RECORDS ARE STANDARD.
       01 NEW-EMP-RECORD.
            02 NEM-EMPID PIC 9(5).
            02 NEM-REST PIC X(41).
            02 FILLER PIC X.
            02 NEM-STATUS PIC X.
            02 FILLER PIC X.
            02 NEM-LEAVE-DATE PIC 9(8).
            02 FILLER PIC X.
            02 NEM-LEAVE-REASON PIC X(2).

       FD  OLD-OPERATOR-MASTER
           LABEL RECORDS ARE STANDARD.
       01 OLD-OPERATOR-RECORD.
            02 OOP-ID PIC X(8).
            02 OOP-REST PIC X(11).

       FD  NEW-OPERATOR-MASTER
           LABEL RECORDS ARE STANDARD.
       01 NEW-OPERATOR-RECORD.
            02 NOP-ID PIC X(8).
            02 NOP-REST PIC X(11).
            02 FILLER PIC X.
            02 NOP-EMPID PIC 9(5).

       WORKING-STORAGE SECTION.
       77 WS-IN-STATUS PIC XX VALUE '00'.
       77 WS-OUT-STATUS PIC XX VALUE '00'.
       77 WS-EOF-FLAG PIC X VALUE 'N'.
       77 WS-IN-COUNT PIC 9(7) VALUE ZERO.
       77 WS-OUT-COUNT PIC 9(7) VALUE ZERO.
       77 WS-MISMATCH-FLAG PIC X VALUE 'N'.
       77 WS-SKIPPED-COUNT PIC 9(2) VALUE ZERO.

       PROCEDURE DIVISION.
       MAIN-PARA.
           DISPLAY ' '.
           DISPLAY '     RECORD LAYOUT CONVERSION RUN'.
           DISPLAY 'FILE         RECORDS-IN RECORDS-OUT RESULT'.
           DISPLAY '-------------------------------------------'.
           PERFORM CONVERT-GUARDIAN-MASTER.
           PERFORM CONVERT-ASSIGNMENT-FILE.
           PERFORM CONVERT-TERM-HISTORY.
           PERFORM CONVERT-EMP-MASTER.
           PERFORM CONVERT-OPERATOR-MASTER.
           DISPLAY '-------------------------------------------'.
           IF WS-MISMATCH-FLAG = 'Y'
               DISPLAY 'CONVERSION FAILED - RECORD COUNTS DO NOT '
                   'MATCH, DO NOT RELEASE THE FILES'
               MOVE 8 TO RETURN-CODE
           ELSE
               DISPLAY 'CONVERSION COMPLETE - ALL COUNTS MATCH'
               IF WS-SKIPPED-COUNT > ZERO
                   DISPLAY 'FILES NOT ON DISK AND SKIPPED: '
                       WS-SKIPPED-COUNT
               END-IF
           END-IF.
           GOBACK.

       CONVERT-GUARDIAN-MASTER.
           MOVE ZERO TO WS-IN-COUNT WS-OUT-COUNT.
           MOVE 'N' TO WS-EOF-FLAG.
           OPEN INPUT OLD-GUARDIAN-MASTER.
           IF WS-IN-STATUS NOT = '00'
               PERFORM REPORT-FILE-SKIPPED
           ELSE
               OPEN OUTPUT NEW-GUARDIAN-MASTER
               PERFORM READ-OLD-GUARDIAN
               PERFORM UNTIL WS-EOF-FLAG = 'Y'
                   ADD 1 TO WS-IN-COUNT
                   MOVE SPACES TO NEW-GUARDIAN-RECORD
                   MOVE OGR-ROLLNO TO NGR-ROLLNO
                   MOVE OGR-REST TO NGR-REST
                   MOVE ZERO TO NGR-FAMILY-ID
                   WRITE NEW-GUARDIAN-RECORD
                       INVALID KEY
                           DISPLAY 'DUPLICATE KEY ON GUARDIAN: '
                               NGR-ROLLNO
                       NOT INVALID KEY
                           ADD 1 TO WS-OUT-COUNT
                   END-WRITE
                   PERFORM READ-OLD-GUARDIAN
               END-PERFORM
               CLOSE OLD-GUARDIAN-MASTER
               CLOSE NEW-GUARDIAN-MASTER
               DISPLAY 'GUARDIAN.DAT ' WS-IN-COUNT '    '
                   WS-OUT-COUNT
               PERFORM CHECK-COUNTS
           END-IF.

       READ-OLD-GUARDIAN.
           READ OLD-GUARDIAN-MASTER NEXT RECORD
               AT END MOVE 'Y' TO WS-EOF-FLAG
           END-READ.

       CONVERT-ASSIGNMENT-FILE.
           MOVE ZERO TO WS-IN-COUNT WS-OUT-COUNT.
           MOVE 'N' TO WS-EOF-FLAG.
           OPEN INPUT OLD-ASSIGNMENT-FILE.
           IF WS-IN-STATUS NOT = '00'
               PERFORM REPORT-FILE-SKIPPED
           ELSE
               OPEN OUTPUT NEW-ASSIGNMENT-FILE
               PERFORM READ-OLD-ASSIGNMENT
               PERFORM UNTIL WS-EOF-FLAG = 'Y'
                   ADD 1 TO WS-IN-COUNT
                   MOVE SPACES TO NEW-ASSIGNMENT-RECORD
                   MOVE OAS-BODY TO NAS-BODY
                   MOVE SPACES TO NAS-FROM-TERM NAS-TO-TERM
                   WRITE NEW-ASSIGNMENT-RECORD
                   ADD 1 TO WS-OUT-COUNT
                   PERFORM READ-OLD-ASSIGNMENT
               END-PERFORM
               CLOSE OLD-ASSIGNMENT-FILE
               CLOSE NEW-ASSIGNMENT-FILE
               DISPLAY 'TCHASSGN.DAT ' WS-IN-COUNT '    '
                   WS-OUT-COUNT
               PERFORM CHECK-COUNTS
           END-IF.

       READ-OLD-ASSIGNMENT.
           READ OLD-ASSIGNMENT-FILE
               AT END MOVE 'Y' TO WS-EOF-FLAG
           END-READ.

       CONVERT-TERM-HISTORY.
           MOVE ZERO TO WS-IN-COUNT WS-OUT-COUNT.
           MOVE 'N' TO WS-EOF-FLAG.
           OPEN INPUT OLD-TERM-HISTORY.
           IF WS-IN-STATUS NOT = '00'
               PERFORM REPORT-FILE-SKIPPED
           ELSE
               OPEN OUTPUT NEW-TERM-HISTORY
               PERFORM READ-OLD-HISTORY
               PERFORM UNTIL WS-EOF-FLAG = 'Y'
                   ADD 1 TO WS-IN-COUNT
                   MOVE SPACES TO NEW-HIST-RECORD
                   MOVE OTH-BODY TO NTH-BODY
                   MOVE SPACES TO NTH-CLASS NTH-SECTION
                   WRITE NEW-HIST-RECORD
                   ADD 1 TO WS-OUT-COUNT
                   PERFORM READ-OLD-HISTORY
               END-PERFORM
               CLOSE OLD-TERM-HISTORY
               CLOSE NEW-TERM-HISTORY
               DISPLAY 'TERMHIST.DAT ' WS-IN-COUNT '    '
                   WS-OUT-COUNT
               PERFORM CHECK-COUNTS
           END-IF.

       READ-OLD-HISTORY.
           READ OLD-TERM-HISTORY
               AT END MOVE 'Y' TO WS-EOF-FLAG
           END-READ.

       CONVERT-EMP-MASTER.
           MOVE ZERO TO WS-IN-COUNT WS-OUT-COUNT.
           MOVE 'N' TO WS-EOF-FLAG.
           OPEN INPUT OLD-EMP-MASTER.
           IF WS-IN-STATUS NOT = '00'
               PERFORM REPORT-FILE-SKIPPED
           ELSE
               OPEN OUTPUT NEW-EMP-MASTER
               PERFORM READ-OLD-EMPLOYEE
               PERFORM UNTIL WS-EOF-FLAG = 'Y'
                   ADD 1 TO WS-IN-COUNT
                   MOVE SPACES TO NEW-EMP-RECORD
                   MOVE OEM-EMPID TO NEM-EMPID
                   MOVE OEM-REST TO NEM-REST
                   MOVE 'A' TO NEM-STATUS
                   MOVE ZERO TO NEM-LEAVE-DATE
                   MOVE SPACES TO NEM-LEAVE-REASON
                   WRITE NEW-EMP-RECORD
                       INVALID KEY
                           DISPLAY 'DUPLICATE KEY ON EMPMAST: '
                               NEM-EMPID
                       NOT INVALID KEY
                           ADD 1 TO WS-OUT-COUNT
                   END-WRITE
                   PERFORM READ-OLD-EMPLOYEE
               END-PERFORM
               CLOSE OLD-EMP-MASTER
               CLOSE NEW-EMP-MASTER
               DISPLAY 'EMPMAST.DAT  ' WS-IN-COUNT '    '
                   WS-OUT-COUNT
               PERFORM CHECK-COUNTS
           END-IF.

       READ-OLD-EMPLOYEE.
           READ OLD-EMP-MASTER NEXT RECORD
               AT END MOVE 'Y' TO WS-EOF-FLAG
           END-READ.

       CONVERT-OPERATOR-MASTER.
           MOVE ZERO TO WS-IN-COUNT WS-OUT-COUNT.
           MOVE 'N' TO WS-EOF-FLAG.
           OPEN INPUT OLD-OPERATOR-MASTER.
           IF WS-IN-STATUS NOT = '00'
               PERFORM REPORT-FILE-SKIPPED
           ELSE
               OPEN OUTPUT NEW-OPERATOR-MASTER
               PERFORM READ-OLD-OPERATOR
               PERFORM UNTIL WS-EOF-FLAG = 'Y'
                   ADD 1 TO WS-IN-COUNT
                   MOVE SPACES TO NEW-OPERATOR-RECORD
                   MOVE OOP-ID TO NOP-ID
                   MOVE OOP-REST TO NOP-REST
                   MOVE ZERO TO NOP-EMPID
                   WRITE NEW-OPERATOR-RECORD
                       INVALID KEY
                           DISPLAY 'DUPLICATE KEY ON OPERMAST: '
                               NOP-ID
                       NOT INVALID KEY
                           ADD 1 TO WS-OUT-COUNT
                   END-WRITE
                   PERFORM READ-OLD-OPERATOR
               END-PERFORM
               CLOSE OLD-OPERATOR-MASTER
               CLOSE NEW-OPERATOR-MASTER
               DISPLAY 'OPERMAST.DAT ' WS-IN-COUNT '    '
                   WS-OUT-COUNT
               PERFORM CHECK-COUNTS
           END-IF.

       READ-OLD-OPERATOR.
           READ OLD-OPERATOR-MASTER NEXT RECORD
               AT END MOVE 'Y' TO WS-EOF-FLAG
           END-READ.

       CHECK-COUNTS.
           IF WS-IN-COUNT = WS-OUT-COUNT
               DISPLAY '  IN BALANCE'
           ELSE
               DISPLAY '  *** COUNT MISMATCH ***'
               MOVE 'Y' TO WS-MISMATCH-FLAG
               MOVE 8 TO RETURN-CODE
           END-IF.

       REPORT-FILE-SKIPPED.
           DISPLAY 'INPUT GENERATION NOT ON DISK - FILE SKIPPED'.
           ADD 1 TO WS-SKIPPED-COUNT.
