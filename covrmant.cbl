      ***************************************************
      * COBOL PROGRAM TO RUN THE SUBSTITUTE COVER       *
      * REGISTER. FOR A GIVEN DATE EVERY TCHASSGN.DAT   *
      * SLOT WHOSE TEACHER IS ON APPROVED LEAVE THAT    *
      * DAY (LEAVTRAN.DAT STATUS G OR D) IS A CLASS     *
      * NEEDING COVER; THOSE WITH NO COVER ON THE       *
      * COVERREG.DAT REGISTER ARE LISTED AS UNCOVERED.  *
      * AN ADMIN ASSIGNS A SUBSTITUTE EMPID, WHO MUST   *
      * BE ON EMPMAST.DAT, NOT SEPARATED AND NOT ON     *
      * APPROVED LEAVE THEMSELVES THAT DAY. PRINTS THE  *
      * DAILY COVER SHEET FOR THE STAFF ROOM ON         *
      * COVRSHT.RPT AND THE MONTHLY COVER COUNT PER     *
      * TEACHER ON COVRCNT.RPT, BOTH TO THE SPOOL. THE  *
      * SESSION STARTS WITH AN OPRSIGN SIGN-ON.         *
      ***************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. COVRMANT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ASSIGNMENT-FILE ASSIGN TO 'TCHASSGN.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-TCHASGN-STATUS.
           SELECT LEAVE-TRANS ASSIGN TO 'LEAVTRAN.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-LEAVTRAN-STATUS.
           SELECT COVER-REGISTER ASSIGN TO 'COVERREG.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-COVERREG-STATUS.
           SELECT EMP-MASTER ASSIGN TO 'EMPMAST.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EMPID
               FILE STATUS IS WS-EMPMAST-STATUS.
           SELECT SUBJECT-MASTER ASSIGN TO 'SUBJMAST.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SUBJMAST-STATUS.
           SELECT SHEET-FILE ASSIGN TO 'COVRSHT.RPT'
               ORGANIZATION IS SEQUENTIAL.
           SELECT COUNT-FILE ASSIGN TO 'COVRCNT.RPT'
               ORGANIZATION IS SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  ASSIGNMENT-FILE
           LABEL RECORDS ARE STANDARD.
       COPY "tchasgn.cpy".

       FD  LEAVE-TRANS
           LABEL RECORDS ARE STANDARD.
       COPY "leavtran.cpy".

       FD  COVER-REGISTER
           LABEL RECORDS ARE STANDARD.
       COPY "coverreg.cpy".

       FD  EMP-MASTER
           LABEL RECORDS ARE STANDARD.
       COPY "emprecord.cpy".

       FD  SUBJECT-MASTER
           LABEL RECORDS ARE STANDARD.
       COPY "subjrec.cpy".

       FD  SHEET-FILE
           LABEL RECORDS ARE STANDARD.
       01 SHEET-LINE PIC X(60).

       FD  COUNT-FILE
           LABEL RECORDS ARE STANDARD.
       01 COUNT-LINE PIC X(60).

       WORKING-STORAGE SECTION.
       77 WS-TCHASGN-STATUS PIC XX VALUE '00'.
       77 WS-LEAVTRAN-STATUS PIC XX VALUE '00'.
       77 WS-COVERREG-STATUS PIC XX VALUE '00'.
       77 WS-EMPMAST-STATUS PIC XX VALUE '00'.
       77 WS-SUBJMAST-STATUS PIC XX VALUE '00'.
       77 WS-EOF-FLAG PIC X VALUE 'N'.
       77 WS-SUBJ-EOF-FLAG PIC X VALUE 'N'.
       77 WS-CHOICE PIC 9 VALUE ZERO.
       77 WS-ENTRY-VALID-FLAG PIC X VALUE 'N'.
       77 WS-COVER-DATE PIC 9(8) VALUE ZERO.
       77 WS-COVER-MONTH PIC 9(6) VALUE ZERO.
       77 WS-CVR-YYYYMM PIC 9(6) VALUE ZERO.
       77 WS-TARGET-SUBJ PIC 9(2) VALUE ZERO.
       77 WS-TARGET-CLASS PIC 9(2) VALUE ZERO.
       77 WS-TARGET-SECTION PIC X VALUE SPACE.
       77 WS-SUB-EMPID PIC 9(5) VALUE ZERO.
       77 WS-HOLDER-EMPID PIC 9(5) VALUE ZERO.
       77 WS-SLOT-FOUND PIC X VALUE 'N'.
       77 WS-SUB-OK PIC X VALUE 'N'.
       77 WS-ABS-IDX PIC 9(3) VALUE ZERO.
       77 WS-ABS-FOUND PIC X VALUE 'N'.
       77 WS-CVT-IDX PIC 9(3) VALUE ZERO.
       77 WS-CVT-MATCH-IDX PIC 9(3) VALUE ZERO.
       77 WS-CNT-IDX PIC 9(3) VALUE ZERO.
       77 WS-CNT-MATCH-IDX PIC 9(3) VALUE ZERO.
       77 WS-SUBJ-IDX PIC 9 VALUE ZERO.
       77 WS-LOOKUP-EMPID PIC 9(5) VALUE ZERO.
       77 WS-LOOKUP-NAME PIC A(10) VALUE SPACES.
       77 WS-LOOKUP-SUBJ-NAME PIC X(8) VALUE SPACES.
       77 WS-NEEDED-COUNT PIC 9(4) VALUE ZERO.
       77 WS-UNCOVERED-COUNT PIC 9(4) VALUE ZERO.
       77 WS-MONTH-COVERS PIC 9(5) VALUE ZERO.
       77 WS-RUN-DATE PIC 9(8) VALUE ZERO.

       COPY "subjtabl.cpy".

       COPY "valparm.cpy".

       COPY "oprparm.cpy".

       COPY "splparm.cpy".

      ***************************************************
      * STAFF ON APPROVED LEAVE ON THE COVER DATE AND   *
      * THE COVERS ALREADY ON THE REGISTER FOR IT.      *
      ***************************************************
       01 WS-ABSENT-TABLE.
            02 WS-ABS-COUNT PIC 9(3) VALUE ZERO.
            02 WS-ABS-ENTRY OCCURS 200 TIMES.
                 03 WS-ABS-EMPID PIC 9(5).

       01 WS-COVER-TABLE.
            02 WS-CVT-COUNT PIC 9(3) VALUE ZERO.
            02 WS-CVT-ENTRY OCCURS 500 TIMES.
                 03 WS-CVT-SUBJ PIC 9(2).
                 03 WS-CVT-CLASS PIC 9(2).
                 03 WS-CVT-SECTION PIC X.
                 03 WS-CVT-SUB-EMPID PIC 9(5).

       01 WS-COUNT-TABLE.
            02 WS-CNT-COUNT PIC 9(3) VALUE ZERO.
            02 WS-CNT-ENTRY OCCURS 200 TIMES.
                 03 WS-CNT-EMPID PIC 9(5).
                 03 WS-CNT-GIVEN PIC 9(4).
                 03 WS-CNT-RECEIVED PIC 9(4).

       01 WS-SHEET-HEADER.
            02 FILLER PIC X(24) VALUE 'DAILY COVER SHEET FOR   '.
            02 WS-SH-DATE PIC 9(8).

       01 WS-SHEET-COLUMNS.
            02 FILLER PIC X(30) VALUE 'CLASS SEC SUBJECT  ABSENT     '.
            02 FILLER PIC X(30) VALUE 'COVERED BY'.

       01 WS-SHEET-DETAIL.
            02 WS-SD-CLASS PIC 9(2).
            02 FILLER PIC X(4) VALUE SPACES.
            02 WS-SD-SECTION PIC X.
            02 FILLER PIC X(3) VALUE SPACES.
            02 WS-SD-SUBJECT PIC X(8).
            02 FILLER PIC X VALUE SPACE.
            02 WS-SD-ABSENT PIC X(10).
            02 FILLER PIC X VALUE SPACE.
            02 WS-SD-COVER PIC X(20).

       01 WS-COUNT-HEADER.
            02 FILLER PIC X(24) VALUE 'MONTHLY COVER COUNT FOR '.
            02 WS-CH-MONTH PIC 9(6).

       01 WS-COUNT-COLUMNS.
            02 FILLER PIC X(30) VALUE 'EMPID NAME       COVERS TAKEN '.
            02 FILLER PIC X(30) VALUE 'CLASSES COVERED FOR THEM'.

       01 WS-COUNT-DETAIL.
            02 WS-CD-EMPID PIC 9(5).
            02 FILLER PIC X VALUE SPACE.
            02 WS-CD-NAME PIC X(10).
            02 FILLER PIC X(5) VALUE SPACES.
            02 WS-CD-GIVEN PIC ZZZ9.
            02 FILLER PIC X(10) VALUE SPACES.
            02 WS-CD-RECEIVED PIC ZZZ9.

       PROCEDURE DIVISION.
       MAIN-PARA.
           CALL 'OPRSIGN' USING SGN-RESULT.
           IF SGN-PASS-FLAG NOT = 'Y'
               STOP RUN
           END-IF.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           PERFORM LOAD-SUBJECT-TABLE.
           PERFORM UNTIL WS-CHOICE = 5
               PERFORM DISPLAY-MENU
               ACCEPT WS-CHOICE
               EVALUATE WS-CHOICE
                   WHEN 1 PERFORM LIST-UNCOVERED
                   WHEN 2 IF SGN-AUTHORITY NOT = 'A'
                              PERFORM REFUSE-NOT-ADMIN
                          ELSE
                              PERFORM ASSIGN-SUBSTITUTE
                          END-IF
                   WHEN 3 PERFORM DAILY-COVER-SHEET
                   WHEN 4 PERFORM MONTHLY-COVER-COUNT
                   WHEN 5 DISPLAY 'EXITING COVER REGISTER'
                   WHEN OTHER DISPLAY 'INVALID CHOICE, TRY AGAIN'
               END-EVALUATE
           END-PERFORM.
           STOP RUN.

       REFUSE-NOT-ADMIN.
           DISPLAY 'ADMIN AUTHORITY REQUIRED TO ASSIGN A SUBSTITUTE'.

       DISPLAY-MENU.
           DISPLAY ' '.
           DISPLAY 'SUBSTITUTE COVER REGISTER'.
           DISPLAY '1. LIST UNCOVERED CLASSES FOR A DATE'.
           DISPLAY '2. ASSIGN SUBSTITUTE'.
           DISPLAY '3. DAILY COVER SHEET'.
           DISPLAY '4. MONTHLY COVER COUNT PER TEACHER'.
           DISPLAY '5. EXIT'.
           DISPLAY 'ENTER CHOICE: '.

       LOAD-SUBJECT-TABLE.
           MOVE ZERO TO WS-SUBJ-COUNT.
           OPEN INPUT SUBJECT-MASTER.
           IF WS-SUBJMAST-STATUS = '00'
               MOVE 'N' TO WS-SUBJ-EOF-FLAG
               PERFORM READ-SUBJECT
               PERFORM UNTIL WS-SUBJ-EOF-FLAG = 'Y'
                       OR WS-SUBJ-COUNT = 6
                   ADD 1 TO WS-SUBJ-COUNT
                   MOVE SUBJ-CODE TO WS-SUBJ-CODE (WS-SUBJ-COUNT)
                   MOVE SUBJ-NAME TO WS-SUBJ-NAME (WS-SUBJ-COUNT)
                   MOVE SUBJ-MAX-MARKS TO WS-SUBJ-MAX (WS-SUBJ-COUNT)
                   MOVE SUBJ-PASS-MARK TO WS-SUBJ-PASS (WS-SUBJ-COUNT)
                   PERFORM READ-SUBJECT
               END-PERFORM
               CLOSE SUBJECT-MASTER
           END-IF.

       READ-SUBJECT.
           READ SUBJECT-MASTER
               AT END MOVE 'Y' TO WS-SUBJ-EOF-FLAG
           END-READ.

       LOOK-UP-SUBJECT-NAME.
           MOVE 'UNKNOWN' TO WS-LOOKUP-SUBJ-NAME.
           PERFORM VARYING WS-SUBJ-IDX FROM 1 BY 1
                   UNTIL WS-SUBJ-IDX > WS-SUBJ-COUNT
               IF WS-SUBJ-CODE (WS-SUBJ-IDX) = ASG-SUBJ-CODE
                   MOVE WS-SUBJ-NAME (WS-SUBJ-IDX)
                       TO WS-LOOKUP-SUBJ-NAME
               END-IF
           END-PERFORM.

      ***************************************************
      * EMP-MASTER IS ALREADY OPEN FOR INPUT.           *
      ***************************************************
       LOOK-UP-EMP-NAME.
           MOVE 'UNKNOWN' TO WS-LOOKUP-NAME.
           IF WS-EMPMAST-STATUS = '00'
               MOVE WS-LOOKUP-EMPID TO EMPID
               READ EMP-MASTER
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE EMPNAME TO WS-LOOKUP-NAME
               END-READ
           END-IF.

       ACCEPT-VALID-COVER-DATE.
           MOVE 'N' TO WS-ENTRY-VALID-FLAG.
           PERFORM UNTIL WS-ENTRY-VALID-FLAG = 'Y'
               DISPLAY 'ENTER COVER DATE YYYYMMDD: '
               ACCEPT WS-COVER-DATE
               MOVE 'D' TO VAL-RULE-TYPE
               MOVE WS-COVER-DATE TO VAL-NUM-VALUE
               CALL 'VALEDIT' USING VAL-REQUEST VAL-RESULT
               IF VAL-PASS-FLAG = 'N'
                   DISPLAY VAL-REASON ' - TRY AGAIN'
               ELSE
                   MOVE 'Y' TO WS-ENTRY-VALID-FLAG
               END-IF
           END-PERFORM.

      ***************************************************
      * APPROVED LEAVE IS STATUS G, OR D ONCE PAYROLL   *
      * HAS DOCKED IT - EITHER WAY THE TEACHER IS AWAY. *
      * APPLIED AND CANCELLED LEAVE DOES NOT COUNT.     *
      ***************************************************
       LOAD-ABSENT-STAFF.
           MOVE ZERO TO WS-ABS-COUNT.
           MOVE 'N' TO WS-EOF-FLAG.
           OPEN INPUT LEAVE-TRANS.
           IF WS-LEAVTRAN-STATUS = '00'
               PERFORM READ-LEAVE-TRANS
               PERFORM UNTIL WS-EOF-FLAG = 'Y'
                   IF (LVT-STATUS = 'G' OR LVT-STATUS = 'D')
                           AND LVT-FROM-DATE NOT > WS-COVER-DATE
                           AND LVT-TO-DATE NOT < WS-COVER-DATE
                       MOVE LVT-EMPID TO WS-LOOKUP-EMPID
                       PERFORM FIND-ABSENT
                       IF WS-ABS-FOUND = 'N'
                           PERFORM ADD-ABSENT
                       END-IF
                   END-IF
                   PERFORM READ-LEAVE-TRANS
               END-PERFORM
               CLOSE LEAVE-TRANS
           END-IF.

       READ-LEAVE-TRANS.
           READ LEAVE-TRANS
               AT END MOVE 'Y' TO WS-EOF-FLAG
           END-READ.

       ADD-ABSENT.
           IF WS-ABS-COUNT < 200
               ADD 1 TO WS-ABS-COUNT
               MOVE LVT-EMPID TO WS-ABS-EMPID (WS-ABS-COUNT)
           ELSE
               DISPLAY 'MORE THAN 200 STAFF ON LEAVE - EMPID '
                   LVT-EMPID ' NOT LISTED'
           END-IF.

       FIND-ABSENT.
           MOVE 'N' TO WS-ABS-FOUND.
           PERFORM VARYING WS-ABS-IDX FROM 1 BY 1
                   UNTIL WS-ABS-IDX > WS-ABS-COUNT
                   OR WS-ABS-FOUND = 'Y'
               IF WS-ABS-EMPID (WS-ABS-IDX) = WS-LOOKUP-EMPID
                   MOVE 'Y' TO WS-ABS-FOUND
               END-IF
           END-PERFORM.

       LOAD-DAY-COVERS.
           MOVE ZERO TO WS-CVT-COUNT.
           MOVE 'N' TO WS-EOF-FLAG.
           OPEN INPUT COVER-REGISTER.
           IF WS-COVERREG-STATUS = '00'
               PERFORM READ-COVER
               PERFORM UNTIL WS-EOF-FLAG = 'Y'
                   IF CVR-DATE = WS-COVER-DATE
                       PERFORM ADD-DAY-COVER
                   END-IF
                   PERFORM READ-COVER
               END-PERFORM
               CLOSE COVER-REGISTER
           END-IF.

       READ-COVER.
           READ COVER-REGISTER
               AT END MOVE 'Y' TO WS-EOF-FLAG
           END-READ.

       ADD-DAY-COVER.
           IF WS-CVT-COUNT < 500
               ADD 1 TO WS-CVT-COUNT
               MOVE CVR-SUBJ-CODE TO WS-CVT-SUBJ (WS-CVT-COUNT)
               MOVE CVR-CLASS TO WS-CVT-CLASS (WS-CVT-COUNT)
               MOVE CVR-SECTION TO WS-CVT-SECTION (WS-CVT-COUNT)
               MOVE CVR-SUB-EMPID TO WS-CVT-SUB-EMPID (WS-CVT-COUNT)
           ELSE
               DISPLAY 'MORE THAN 500 COVERS ON ' WS-COVER-DATE
                   ' - REGISTER NOT FULLY LOADED'
           END-IF.

       FIND-SLOT-COVER.
           MOVE ZERO TO WS-CVT-MATCH-IDX.
           PERFORM VARYING WS-CVT-IDX FROM 1 BY 1
                   UNTIL WS-CVT-IDX > WS-CVT-COUNT
                   OR WS-CVT-MATCH-IDX > ZERO
               IF WS-CVT-SUBJ (WS-CVT-IDX) = ASG-SUBJ-CODE
                       AND WS-CVT-CLASS (WS-CVT-IDX) = ASG-CLASS
                       AND WS-CVT-SECTION (WS-CVT-IDX) = ASG-SECTION
                   MOVE WS-CVT-IDX TO WS-CVT-MATCH-IDX
               END-IF
           END-PERFORM.

       READ-ASSIGNMENT.
           READ ASSIGNMENT-FILE
               AT END MOVE 'Y' TO WS-EOF-FLAG
           END-READ.

       LIST-UNCOVERED.
           PERFORM ACCEPT-VALID-COVER-DATE.
           PERFORM LOAD-ABSENT-STAFF.
           PERFORM LOAD-DAY-COVERS.
           MOVE ZERO TO WS-NEEDED-COUNT.
           MOVE ZERO TO WS-UNCOVERED-COUNT.
           MOVE 'N' TO WS-EOF-FLAG.
           OPEN INPUT ASSIGNMENT-FILE.
           IF WS-TCHASGN-STATUS NOT = '00'
               DISPLAY 'TCHASSGN.DAT NOT FOUND - NO ASSIGNMENTS '
                   'ON FILE'
           ELSE
               DISPLAY ' '
               DISPLAY '     UNCOVERED CLASSES FOR ' WS-COVER-DATE
               DISPLAY 'CLASS SEC SUBJ ABSENT EMPID'
               DISPLAY '---------------------------'
               PERFORM READ-ASSIGNMENT
               PERFORM UNTIL WS-EOF-FLAG = 'Y'
                   MOVE ASG-EMPID TO WS-LOOKUP-EMPID
                   PERFORM FIND-ABSENT
                   IF WS-ABS-FOUND = 'Y' AND ASG-TO-TERM = SPACES
                       ADD 1 TO WS-NEEDED-COUNT
                       PERFORM FIND-SLOT-COVER
                       IF WS-CVT-MATCH-IDX = ZERO
                           ADD 1 TO WS-UNCOVERED-COUNT
                           DISPLAY ASG-CLASS '    ' ASG-SECTION '   '
                               ASG-SUBJ-CODE '   ' ASG-EMPID
                       END-IF
                   END-IF
                   PERFORM READ-ASSIGNMENT
               END-PERFORM
               CLOSE ASSIGNMENT-FILE
               DISPLAY '---------------------------'
               DISPLAY 'CLASSES NEEDING COVER: ' WS-NEEDED-COUNT
               DISPLAY 'STILL UNCOVERED:       ' WS-UNCOVERED-COUNT
           END-IF.

      ***************************************************
      * THE SLOT MUST BELONG TO A TEACHER ON APPROVED   *
      * LEAVE THAT DAY AND NOT BE COVERED ALREADY.      *
      ***************************************************
       ASSIGN-SUBSTITUTE.
           PERFORM ACCEPT-VALID-COVER-DATE.
           PERFORM LOAD-ABSENT-STAFF.
           PERFORM LOAD-DAY-COVERS.
           DISPLAY 'ENTER SUBJECT CODE: '.
           ACCEPT WS-TARGET-SUBJ.
           PERFORM ACCEPT-SLOT-KEYS.
           PERFORM FIND-SLOT-HOLDER.
           IF WS-SLOT-FOUND = 'N'
               DISPLAY 'NO TEACHER ASSIGNED TO THAT SLOT ON '
                   'TCHASSGN.DAT'
           ELSE
               MOVE WS-HOLDER-EMPID TO WS-LOOKUP-EMPID
               PERFORM FIND-ABSENT
               IF WS-ABS-FOUND = 'N'
                   DISPLAY 'EMPID ' WS-HOLDER-EMPID ' IS NOT ON '
                       'APPROVED LEAVE ON ' WS-COVER-DATE
                       ' - NO COVER NEEDED'
               ELSE
                   IF WS-CVT-MATCH-IDX > ZERO
                       DISPLAY 'SLOT ALREADY COVERED BY EMPID '
                           WS-CVT-SUB-EMPID (WS-CVT-MATCH-IDX)
                   ELSE
                       DISPLAY 'ENTER SUBSTITUTE EMPID: '
                       ACCEPT WS-SUB-EMPID
                       PERFORM CHECK-SUBSTITUTE
                       IF WS-SUB-OK = 'Y'
                           PERFORM WRITE-COVER
                       END-IF
                   END-IF
               END-IF
           END-IF.

       ACCEPT-SLOT-KEYS.
           MOVE 'N' TO WS-ENTRY-VALID-FLAG.
           PERFORM UNTIL WS-ENTRY-VALID-FLAG = 'Y'
               DISPLAY 'ENTER CLASS YEAR (1-12): '
               ACCEPT WS-TARGET-CLASS
               MOVE 'N' TO VAL-RULE-TYPE
               MOVE WS-TARGET-CLASS TO VAL-NUM-VALUE
               MOVE 1 TO VAL-RANGE-LOW
               MOVE 12 TO VAL-RANGE-HIGH
               CALL 'VALEDIT' USING VAL-REQUEST VAL-RESULT
               IF VAL-PASS-FLAG = 'N'
                   DISPLAY VAL-REASON ' - TRY AGAIN'
               ELSE
                   MOVE 'Y' TO WS-ENTRY-VALID-FLAG
               END-IF
           END-PERFORM.
           MOVE 'N' TO WS-ENTRY-VALID-FLAG.
           PERFORM UNTIL WS-ENTRY-VALID-FLAG = 'Y'
               DISPLAY 'ENTER SECTION (A-Z): '
               ACCEPT WS-TARGET-SECTION
               IF WS-TARGET-SECTION ALPHABETIC
                       AND WS-TARGET-SECTION NOT = SPACE
                   MOVE 'Y' TO WS-ENTRY-VALID-FLAG
               ELSE
                   DISPLAY 'INVALID SECTION - TRY AGAIN'
               END-IF
           END-PERFORM.

       FIND-SLOT-HOLDER.
           MOVE 'N' TO WS-SLOT-FOUND.
           MOVE ZERO TO WS-CVT-MATCH-IDX.
           MOVE 'N' TO WS-EOF-FLAG.
           OPEN INPUT ASSIGNMENT-FILE.
           IF WS-TCHASGN-STATUS = '00'
               PERFORM READ-ASSIGNMENT
               PERFORM UNTIL WS-EOF-FLAG = 'Y'
                       OR WS-SLOT-FOUND = 'Y'
                   IF ASG-SUBJ-CODE = WS-TARGET-SUBJ
                           AND ASG-CLASS = WS-TARGET-CLASS
                           AND ASG-SECTION = WS-TARGET-SECTION
                           AND ASG-TO-TERM = SPACES
                       MOVE 'Y' TO WS-SLOT-FOUND
                       MOVE ASG-EMPID TO WS-HOLDER-EMPID
                       PERFORM FIND-SLOT-COVER
                   ELSE
                       PERFORM READ-ASSIGNMENT
                   END-IF
               END-PERFORM
               CLOSE ASSIGNMENT-FILE
           END-IF.

       CHECK-SUBSTITUTE.
           MOVE 'N' TO WS-SUB-OK.
           MOVE WS-SUB-EMPID TO WS-LOOKUP-EMPID.
           PERFORM FIND-ABSENT.
           IF WS-SUB-EMPID = WS-HOLDER-EMPID
               DISPLAY 'SUBSTITUTE IS THE ABSENT TEACHER'
           ELSE
               IF WS-ABS-FOUND = 'Y'
                   DISPLAY 'EMPID ' WS-SUB-EMPID ' IS ON APPROVED '
                       'LEAVE ON ' WS-COVER-DATE ' - CANNOT COVER'
               ELSE
                   PERFORM CHECK-SUB-ON-FILE
               END-IF
           END-IF.

       CHECK-SUB-ON-FILE.
           OPEN INPUT EMP-MASTER.
           IF WS-EMPMAST-STATUS NOT = '00'
               DISPLAY 'EMP-MASTER NOT FOUND'
           ELSE
               MOVE WS-SUB-EMPID TO EMPID
               READ EMP-MASTER
                   INVALID KEY
                       DISPLAY 'EMPID NOT ON EMP-MASTER'
                   NOT INVALID KEY
                       IF EMPSTATUS = 'S' OR EMPSTATUS = 'F'
                           DISPLAY 'EMPID ' EMPID ' SEPARATED ON '
                               EMPLEAVEDATE ' - CANNOT COVER'
                       ELSE
                           MOVE 'Y' TO WS-SUB-OK
                           DISPLAY 'SUBSTITUTE: ' EMPNAME
                       END-IF
               END-READ
               CLOSE EMP-MASTER
           END-IF.

       WRITE-COVER.
           OPEN EXTEND COVER-REGISTER.
           IF WS-COVERREG-STATUS = '35'
               OPEN OUTPUT COVER-REGISTER
               CLOSE COVER-REGISTER
               OPEN EXTEND COVER-REGISTER
           END-IF.
           MOVE SPACES TO CVR-RECORD.
           MOVE WS-COVER-DATE TO CVR-DATE.
           MOVE WS-HOLDER-EMPID TO CVR-ABSENT-EMPID.
           MOVE WS-TARGET-SUBJ TO CVR-SUBJ-CODE.
           MOVE WS-TARGET-CLASS TO CVR-CLASS.
           MOVE WS-TARGET-SECTION TO CVR-SECTION.
           MOVE WS-SUB-EMPID TO CVR-SUB-EMPID.
           MOVE WS-RUN-DATE TO CVR-ENTRY-DATE.
           MOVE SGN-OPERATOR-ID TO CVR-OPERATOR.
           WRITE CVR-RECORD.
           CLOSE COVER-REGISTER.
           DISPLAY 'COVER RECORDED - EMPID ' WS-SUB-EMPID
               ' COVERS CLASS ' WS-TARGET-CLASS ' SECTION '
               WS-TARGET-SECTION ' SUBJECT ' WS-TARGET-SUBJ
               ' ON ' WS-COVER-DATE.

      ***************************************************
      * THE STAFF-ROOM SHEET LISTS EVERY CLASS NEEDING  *
      * COVER ON THE DAY WITH ITS SUBSTITUTE, OR A      *
      * FLAG WHERE NONE HAS BEEN ARRANGED YET.          *
      ***************************************************
       DAILY-COVER-SHEET.
           PERFORM ACCEPT-VALID-COVER-DATE.
           PERFORM LOAD-ABSENT-STAFF.
           PERFORM LOAD-DAY-COVERS.
           MOVE ZERO TO WS-NEEDED-COUNT.
           MOVE ZERO TO WS-UNCOVERED-COUNT.
           MOVE 'N' TO WS-EOF-FLAG.
           OPEN INPUT ASSIGNMENT-FILE.
           IF WS-TCHASGN-STATUS NOT = '00'
               DISPLAY 'TCHASSGN.DAT NOT FOUND - NO COVER SHEET'
           ELSE
               OPEN INPUT EMP-MASTER
               OPEN OUTPUT SHEET-FILE
               MOVE ALL '=' TO SHEET-LINE
               WRITE SHEET-LINE
               MOVE WS-COVER-DATE TO WS-SH-DATE
               WRITE SHEET-LINE FROM WS-SHEET-HEADER
               WRITE SHEET-LINE FROM WS-SHEET-COLUMNS
               MOVE ALL '-' TO SHEET-LINE
               WRITE SHEET-LINE
               PERFORM READ-ASSIGNMENT
               PERFORM UNTIL WS-EOF-FLAG = 'Y'
                   MOVE ASG-EMPID TO WS-LOOKUP-EMPID
                   PERFORM FIND-ABSENT
                   IF WS-ABS-FOUND = 'Y' AND ASG-TO-TERM = SPACES
                       PERFORM WRITE-SHEET-LINE
                   END-IF
                   PERFORM READ-ASSIGNMENT
               END-PERFORM
               CLOSE ASSIGNMENT-FILE
               IF WS-EMPMAST-STATUS = '00'
                   CLOSE EMP-MASTER
               END-IF
               MOVE ALL '-' TO SHEET-LINE
               WRITE SHEET-LINE
               MOVE SPACES TO SHEET-LINE
               STRING 'CLASSES NEEDING COVER: ' WS-NEEDED-COUNT
                   '  UNCOVERED: ' WS-UNCOVERED-COUNT
                   DELIMITED BY SIZE INTO SHEET-LINE
               WRITE SHEET-LINE
               CLOSE SHEET-FILE
               DISPLAY 'COVER SHEET FOR ' WS-COVER-DATE
                   ' ON COVRSHT.RPT - ' WS-UNCOVERED-COUNT
                   ' UNCOVERED'
               MOVE 'COVRSHT.RPT' TO SPL-REQ-REPORT
               MOVE 60 TO SPL-REQ-RECLEN
               CALL 'RPTSPOOL' USING SPL-REQUEST SPL-RESULT
           END-IF.

       WRITE-SHEET-LINE.
           ADD 1 TO WS-NEEDED-COUNT.
           MOVE ASG-CLASS TO WS-SD-CLASS.
           MOVE ASG-SECTION TO WS-SD-SECTION.
           PERFORM LOOK-UP-SUBJECT-NAME.
           MOVE WS-LOOKUP-SUBJ-NAME TO WS-SD-SUBJECT.
           PERFORM LOOK-UP-EMP-NAME.
           MOVE WS-LOOKUP-NAME TO WS-SD-ABSENT.
           PERFORM FIND-SLOT-COVER.
           IF WS-CVT-MATCH-IDX = ZERO
               MOVE '** UNCOVERED **' TO WS-SD-COVER
               ADD 1 TO WS-UNCOVERED-COUNT
           ELSE
               MOVE WS-CVT-SUB-EMPID (WS-CVT-MATCH-IDX)
                   TO WS-LOOKUP-EMPID
               PERFORM LOOK-UP-EMP-NAME
               MOVE WS-LOOKUP-NAME TO WS-SD-COVER
           END-IF.
           WRITE SHEET-LINE FROM WS-SHEET-DETAIL.

      ***************************************************
      * COVERS TAKEN COUNT THE SUBSTITUTE'S EXTRA LOAD; *
      * CLASSES COVERED FOR THEM COUNT THE ABSENCES.    *
      ***************************************************
       MONTHLY-COVER-COUNT.
           DISPLAY 'ENTER COVER MONTH YYYYMM: '.
           ACCEPT WS-COVER-MONTH.
           MOVE ZERO TO WS-CNT-COUNT.
           MOVE ZERO TO WS-MONTH-COVERS.
           MOVE 'N' TO WS-EOF-FLAG.
           OPEN INPUT COVER-REGISTER.
           IF WS-COVERREG-STATUS NOT = '00'
               DISPLAY 'COVERREG.DAT NOT FOUND - NO COVERS ON FILE'
           ELSE
               PERFORM READ-COVER
               PERFORM UNTIL WS-EOF-FLAG = 'Y'
                   COMPUTE WS-CVR-YYYYMM = CVR-DATE / 100
                   IF WS-CVR-YYYYMM = WS-COVER-MONTH
                       ADD 1 TO WS-MONTH-COVERS
                       MOVE CVR-SUB-EMPID TO WS-LOOKUP-EMPID
                       PERFORM FIND-COUNT-ENTRY
                       IF WS-CNT-MATCH-IDX > ZERO
                           ADD 1 TO WS-CNT-GIVEN (WS-CNT-MATCH-IDX)
                       END-IF
                       MOVE CVR-ABSENT-EMPID TO WS-LOOKUP-EMPID
                       PERFORM FIND-COUNT-ENTRY
                       IF WS-CNT-MATCH-IDX > ZERO
                           ADD 1 TO WS-CNT-RECEIVED (WS-CNT-MATCH-IDX)
                       END-IF
                   END-IF
                   PERFORM READ-COVER
               END-PERFORM
               CLOSE COVER-REGISTER
               PERFORM WRITE-COVER-COUNT
           END-IF.

       FIND-COUNT-ENTRY.
           MOVE ZERO TO WS-CNT-MATCH-IDX.
           PERFORM VARYING WS-CNT-IDX FROM 1 BY 1
                   UNTIL WS-CNT-IDX > WS-CNT-COUNT
                   OR WS-CNT-MATCH-IDX > ZERO
               IF WS-CNT-EMPID (WS-CNT-IDX) = WS-LOOKUP-EMPID
                   MOVE WS-CNT-IDX TO WS-CNT-MATCH-IDX
               END-IF
           END-PERFORM.
           IF WS-CNT-MATCH-IDX = ZERO
               IF WS-CNT-COUNT < 200
                   ADD 1 TO WS-CNT-COUNT
                   MOVE WS-CNT-COUNT TO WS-CNT-MATCH-IDX
                   MOVE WS-LOOKUP-EMPID
                       TO WS-CNT-EMPID (WS-CNT-MATCH-IDX)
                   MOVE ZERO TO WS-CNT-GIVEN (WS-CNT-MATCH-IDX)
                   MOVE ZERO TO WS-CNT-RECEIVED (WS-CNT-MATCH-IDX)
               ELSE
                   DISPLAY 'MORE THAN 200 TEACHERS IN THE MONTH - '
                       'EMPID ' WS-LOOKUP-EMPID ' NOT COUNTED'
               END-IF
           END-IF.

       WRITE-COVER-COUNT.
           OPEN INPUT EMP-MASTER.
           OPEN OUTPUT COUNT-FILE.
           MOVE ALL '=' TO COUNT-LINE.
           WRITE COUNT-LINE.
           MOVE WS-COVER-MONTH TO WS-CH-MONTH.
           WRITE COUNT-LINE FROM WS-COUNT-HEADER.
           WRITE COUNT-LINE FROM WS-COUNT-COLUMNS.
           MOVE ALL '-' TO COUNT-LINE.
           WRITE COUNT-LINE.
           PERFORM VARYING WS-CNT-IDX FROM 1 BY 1
                   UNTIL WS-CNT-IDX > WS-CNT-COUNT
               MOVE WS-CNT-EMPID (WS-CNT-IDX) TO WS-LOOKUP-EMPID
               PERFORM LOOK-UP-EMP-NAME
               MOVE WS-CNT-EMPID (WS-CNT-IDX) TO WS-CD-EMPID
               MOVE WS-LOOKUP-NAME TO WS-CD-NAME
               MOVE WS-CNT-GIVEN (WS-CNT-IDX) TO WS-CD-GIVEN
               MOVE WS-CNT-RECEIVED (WS-CNT-IDX) TO WS-CD-RECEIVED
               WRITE COUNT-LINE FROM WS-COUNT-DETAIL
           END-PERFORM.
           MOVE ALL '-' TO COUNT-LINE.
           WRITE COUNT-LINE.
           MOVE SPACES TO COUNT-LINE.
           STRING 'COVERS IN MONTH: ' WS-MONTH-COVERS
               DELIMITED BY SIZE INTO COUNT-LINE.
           WRITE COUNT-LINE.
           CLOSE COUNT-FILE.
           IF WS-EMPMAST-STATUS = '00'
               CLOSE EMP-MASTER
           END-IF.
           DISPLAY 'COVER COUNT FOR ' WS-COVER-MONTH
               ' ON COVRCNT.RPT - ' WS-MONTH-COVERS ' COVERS'.
           MOVE 'COVRCNT.RPT' TO SPL-REQ-REPORT.
           MOVE 60 TO SPL-REQ-RECLEN.
           CALL 'RPTSPOOL' USING SPL-REQUEST SPL-RESULT.
