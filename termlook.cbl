      ***************************************************
      * TERMLOOK - CALLABLE TERM CALENDAR LOOKUP        *
      * SUBPROGRAM SHARED BY THE POSTING AND REPORTING  *
      * RUNS. VALIDATES A TERM ID AGAINST TERMCAL.DAT,  *
      * RETURNS THE OPEN TERM COVERING A RUN DATE, OR   *
      * FINDS THE TERM BEFORE A GIVEN TERM ID, SO EVERY *
      * PROGRAM AGREES ON WHAT THE CURRENT TERM IS AND  *
      * A TYPED TERM CANNOT SPLIT HISTORY.              *
      ***************************************************

       IDENTIFICATION DIVISION.
       WORKING-STORAGE SECTION.
       77 WS-TERMCAL-STATUS PIC XX VALUE '00'.
       77 WS-EOF-FLAG PIC X VALUE 'N'.
       77 WS-PREV-TERM-ID PIC X(6) VALUE SPACES.
       77 WS-PREV-START PIC 9(8) VALUE ZERO.
       77 WS-PREV-END PIC 9(8) VALUE ZERO.
       77 WS-PREV-STATUS PIC X VALUE SPACE.

       LINKAGE SECTION.
       COPY "termparm.cpy".
           MOVE ZERO TO TRM-END-DATE.
           MOVE SPACES TO TRM-REASON.
           MOVE 'N' TO WS-EOF-FLAG.
           MOVE SPACES TO WS-PREV-TERM-ID.
           OPEN INPUT TERM-CALENDAR.
           IF WS-TERMCAL-STATUS NOT = '00'
               MOVE 'TERM CALENDAR NOT ON FILE' TO TRM-REASON
                   END-IF
               END-PERFORM
               CLOSE TERM-CALENDAR
               IF TRM-FUNC = 'P' AND WS-PREV-TERM-ID NOT = SPACES
                   PERFORM TAKE-PREVIOUS-TERM
               END-IF
               IF TRM-FOUND-FLAG = 'N'
                   IF TRM-FUNC = 'C'
                       MOVE 'NO OPEN TERM COVERS RUN DATE'
                           TO TRM-REASON
                   ELSE
                       IF TRM-FUNC = 'P'
                           MOVE 'NO EARLIER TERM ON CALENDAR'
                               TO TRM-REASON
                       ELSE
                           MOVE 'TERM ID NOT ON CALENDAR'
                               TO TRM-REASON
                       END-IF
                   END-IF
               ELSE
                   IF TRM-OPEN-FLAG = 'N'
                       MOVE TC-TERM-ID TO TRM-TERM-ID
                       PERFORM TAKE-THIS-TERM
                   END-IF
               WHEN 'P'
                   IF TC-TERM-ID < TRM-TERM-ID
                           AND TC-TERM-ID > WS-PREV-TERM-ID
                       MOVE TC-TERM-ID TO WS-PREV-TERM-ID
                       MOVE TC-START-DATE TO WS-PREV-START
                       MOVE TC-END-DATE TO WS-PREV-END
                       MOVE TC-STATUS TO WS-PREV-STATUS
                   END-IF
               WHEN OTHER
                   MOVE 'Y' TO WS-EOF-FLAG
                   MOVE 'UNKNOWN TERMLOOK FUNCTION' TO TRM-REASON
           MOVE TC-START-DATE TO TRM-START-DATE.
           MOVE TC-END-DATE TO TRM-END-DATE.

      ***************************************************
      * THE CALENDAR IS NOT HELD IN TERM ORDER, SO THE  *
      * WHOLE FILE IS SCANNED FOR THE HIGHEST TERM ID   *
      * BELOW THE ONE ASKED ABOUT.                      *
      ***************************************************
       TAKE-PREVIOUS-TERM.
           MOVE WS-PREV-TERM-ID TO TRM-TERM-ID.
           MOVE 'Y' TO TRM-FOUND-FLAG.
           IF WS-PREV-STATUS = 'O'
               MOVE 'Y' TO TRM-OPEN-FLAG
           END-IF.
           MOVE WS-PREV-START TO TRM-START-DATE.
           MOVE WS-PREV-END TO TRM-END-DATE.

       READ-TERM.
           READ TERM-CALENDAR
               AT END MOVE 'Y' TO WS-EOF-FLAG
