      ***************************************************
      * DATECALC - CALLABLE CALENDAR ARITHMETIC SHARED  *
      * BY EVERY RUN THAT WORKS OUT A DUE DATE OR A     *
      * NUMBER OF DAYS BETWEEN TWO DATES, SO LOAN DUE   *
      * DATES, OVERDUE DAYS, REMINDER WINDOWS AND       *
      * REBUILD INTERVALS ARE ALL COUNTED THE SAME WAY. *
      * EACH DATE IS TURNED INTO A DAY NUMBER ON THE    *
      * GREGORIAN CALENDAR (LEAP YEARS BY THE 4, 100    *
      * AND 400 YEAR RULES), THE ARITHMETIC IS DONE ON  *
      * DAY NUMBERS AND THE ANSWER IS TURNED BACK INTO  *
      * A YYYYMMDD DATE WHERE ONE IS WANTED.            *
      ***************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. DATECALC.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       77 WS-DAY-NUMBER PIC S9(9) VALUE ZERO.
       77 WS-FIRST-DAY-NUMBER PIC S9(9) VALUE ZERO.
       77 WS-CALC-YEAR PIC 9(5) VALUE ZERO.
       77 WS-CALC-MONTH PIC 9(2) VALUE ZERO.
       77 WS-ERA PIC 9(3) VALUE ZERO.
       77 WS-YEAR-OF-ERA PIC 9(3) VALUE ZERO.
       77 WS-DAY-OF-YEAR PIC 9(3) VALUE ZERO.
       77 WS-DAY-OF-ERA PIC 9(6) VALUE ZERO.
       77 WS-SHIFT-MONTH PIC 9(2) VALUE ZERO.
       77 WS-WORK-1 PIC 9(9) VALUE ZERO.
       77 WS-WORK-2 PIC 9(9) VALUE ZERO.
       77 WS-WORK-3 PIC 9(9) VALUE ZERO.
       77 WS-MONTH-DAYS PIC 9(2) VALUE ZERO.
       77 WS-LEAP-QUOT PIC 9(5) VALUE ZERO.
       77 WS-LEAP-REM4 PIC 9(3) VALUE ZERO.
       77 WS-LEAP-REM100 PIC 9(3) VALUE ZERO.
       77 WS-LEAP-REM400 PIC 9(3) VALUE ZERO.

       01 WS-CHECK-DATE.
            02 WS-CHK-YYYY PIC 9(4).
            02 WS-CHK-MM PIC 9(2).
            02 WS-CHK-DD PIC 9(2).
       01 WS-CHECK-DATE-NUM REDEFINES WS-CHECK-DATE PIC 9(8).

       01 WS-MONTH-DAYS-VALUES.
            02 FILLER PIC X(24) VALUE '312831303130313130313031'.
       01 WS-MONTH-DAYS-TABLE REDEFINES WS-MONTH-DAYS-VALUES.
            02 WS-MONTH-LENGTH PIC 9(2) OCCURS 12 TIMES.

       LINKAGE SECTION.
       COPY "dtcparm.cpy".

       PROCEDURE DIVISION USING DTC-REQUEST DTC-RESULT.
       MAIN-PARA.
           MOVE 'Y' TO DTC-VALID-FLAG.
           MOVE ZERO TO DTC-RESULT-DATE.
           MOVE ZERO TO DTC-RESULT-DAYS.
           MOVE SPACES TO DTC-REASON.
           MOVE DTC-DATE TO WS-CHECK-DATE-NUM.
           PERFORM VALIDATE-DATE.
           IF DTC-VALID-FLAG = 'Y'
               PERFORM DATE-TO-DAY-NUMBER
               EVALUATE DTC-FUNC
                   WHEN 'A'
                       ADD DTC-DAYS TO WS-DAY-NUMBER
                       IF WS-DAY-NUMBER < ZERO
                           MOVE 'N' TO DTC-VALID-FLAG
                           MOVE 'RESULT BEFORE YEAR 0001'
                               TO DTC-REASON
                       ELSE
                           PERFORM DAY-NUMBER-TO-DATE
                           MOVE WS-CHECK-DATE-NUM TO DTC-RESULT-DATE
                       END-IF
                   WHEN 'B'
                       MOVE WS-DAY-NUMBER TO WS-FIRST-DAY-NUMBER
                       MOVE DTC-DATE2 TO WS-CHECK-DATE-NUM
                       PERFORM VALIDATE-DATE
                       IF DTC-VALID-FLAG = 'Y'
                           PERFORM DATE-TO-DAY-NUMBER
                           COMPUTE DTC-RESULT-DAYS =
                               WS-DAY-NUMBER - WS-FIRST-DAY-NUMBER
                       END-IF
                   WHEN OTHER
                       MOVE 'N' TO DTC-VALID-FLAG
                       MOVE 'UNKNOWN DATECALC FUNCTION'
                           TO DTC-REASON
               END-EVALUATE
           END-IF.
           GOBACK.

       VALIDATE-DATE.
           IF WS-CHECK-DATE-NUM NOT NUMERIC
                   OR WS-CHK-YYYY = ZERO
                   OR WS-CHK-MM < 1 OR WS-CHK-MM > 12
               MOVE 'N' TO DTC-VALID-FLAG
               MOVE 'NOT A VALID YYYYMMDD DATE' TO DTC-REASON
           ELSE
               PERFORM SET-MONTH-DAYS
               IF WS-CHK-DD < 1 OR WS-CHK-DD > WS-MONTH-DAYS
                   MOVE 'N' TO DTC-VALID-FLAG
                   MOVE 'DAY NOT IN MONTH' TO DTC-REASON
               END-IF
           END-IF.

       SET-MONTH-DAYS.
           MOVE WS-MONTH-LENGTH (WS-CHK-MM) TO WS-MONTH-DAYS.
           IF WS-CHK-MM = 2
               DIVIDE WS-CHK-YYYY BY 4 GIVING WS-LEAP-QUOT
                   REMAINDER WS-LEAP-REM4
               DIVIDE WS-CHK-YYYY BY 100 GIVING WS-LEAP-QUOT
                   REMAINDER WS-LEAP-REM100
               DIVIDE WS-CHK-YYYY BY 400 GIVING WS-LEAP-QUOT
                   REMAINDER WS-LEAP-REM400
               IF WS-LEAP-REM4 = ZERO
                   IF WS-LEAP-REM100 NOT = ZERO
                           OR WS-LEAP-REM400 = ZERO
                       MOVE 29 TO WS-MONTH-DAYS
                   END-IF
               END-IF
           END-IF.

      ***************************************************
      * THE YEAR IS TAKEN TO START ON 1 MARCH SO THAT   *
      * THE LEAP DAY FALLS AT THE END OF IT. THE DAY    *
      * NUMBER COUNTS FROM 1 MARCH OF YEAR 0000 IN      *
      * WHOLE 400 YEAR ERAS OF 146097 DAYS.             *
      ***************************************************
       DATE-TO-DAY-NUMBER.
           MOVE WS-CHK-YYYY TO WS-CALC-YEAR.
           IF WS-CHK-MM > 2
               COMPUTE WS-SHIFT-MONTH = WS-CHK-MM - 3
           ELSE
               COMPUTE WS-SHIFT-MONTH = WS-CHK-MM + 9
               SUBTRACT 1 FROM WS-CALC-YEAR
           END-IF.
           DIVIDE WS-CALC-YEAR BY 400 GIVING WS-ERA
               REMAINDER WS-YEAR-OF-ERA.
           COMPUTE WS-WORK-1 = 153 * WS-SHIFT-MONTH + 2.
           DIVIDE WS-WORK-1 BY 5 GIVING WS-WORK-2.
           COMPUTE WS-DAY-OF-YEAR = WS-WORK-2 + WS-CHK-DD - 1.
           DIVIDE WS-YEAR-OF-ERA BY 4 GIVING WS-WORK-1.
           DIVIDE WS-YEAR-OF-ERA BY 100 GIVING WS-WORK-2.
           COMPUTE WS-DAY-OF-ERA = WS-YEAR-OF-ERA * 365
               + WS-WORK-1 - WS-WORK-2 + WS-DAY-OF-YEAR.
           COMPUTE WS-DAY-NUMBER = WS-ERA * 146097 + WS-DAY-OF-ERA.

       DAY-NUMBER-TO-DATE.
           DIVIDE WS-DAY-NUMBER BY 146097 GIVING WS-ERA
               REMAINDER WS-DAY-OF-ERA.
           DIVIDE WS-DAY-OF-ERA BY 1460 GIVING WS-WORK-1.
           DIVIDE WS-DAY-OF-ERA BY 36524 GIVING WS-WORK-2.
           DIVIDE WS-DAY-OF-ERA BY 146096 GIVING WS-WORK-3.
           COMPUTE WS-WORK-1 = WS-DAY-OF-ERA - WS-WORK-1
               + WS-WORK-2 - WS-WORK-3.
           DIVIDE WS-WORK-1 BY 365 GIVING WS-YEAR-OF-ERA.
           DIVIDE WS-YEAR-OF-ERA BY 4 GIVING WS-WORK-1.
           DIVIDE WS-YEAR-OF-ERA BY 100 GIVING WS-WORK-2.
           COMPUTE WS-DAY-OF-YEAR = WS-DAY-OF-ERA
               - (WS-YEAR-OF-ERA * 365 + WS-WORK-1 - WS-WORK-2).
           COMPUTE WS-WORK-1 = 5 * WS-DAY-OF-YEAR + 2.
           DIVIDE WS-WORK-1 BY 153 GIVING WS-SHIFT-MONTH.
           COMPUTE WS-WORK-1 = 153 * WS-SHIFT-MONTH + 2.
           DIVIDE WS-WORK-1 BY 5 GIVING WS-WORK-2.
           COMPUTE WS-CHK-DD = WS-DAY-OF-YEAR - WS-WORK-2 + 1.
           COMPUTE WS-CALC-YEAR = WS-ERA * 400 + WS-YEAR-OF-ERA.
           IF WS-SHIFT-MONTH < 10
               COMPUTE WS-CHK-MM = WS-SHIFT-MONTH + 3
           ELSE
               COMPUTE WS-CHK-MM = WS-SHIFT-MONTH - 9
               ADD 1 TO WS-CALC-YEAR
           END-IF.
           MOVE WS-CALC-YEAR TO WS-CHK-YYYY.
