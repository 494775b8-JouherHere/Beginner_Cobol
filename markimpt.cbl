      ***************************************************
      * COBOL PROGRAM TO IMPORT AND RECONCILE AN         *
      * EXTERNAL MARKS FILE AGAINST THE STUDENT MASTER   *
      * BEFORE APPLYING PER-SUBJECT MARK UPDATES. EACH   *
      * IMPORT ROW CARRIES ROLLNO, SUBJECT CODE AND      *
      * MARK; THE SUBJECT CODE MUST BE ON THE            *
      * SUBJMAST.DAT CATALOG. MARKS LAND IN MARKDETL.DAT *
      * WITH THE FIRST THREE CATALOG SUBJECTS MIRRORED   *
      * TO MARK1-3. BEFORE THE UPDATES ARE APPLIED THE   *
      * OUTGOING MARKS OF EVERY STUDENT ARE ARCHIVED TO  *
      * TERMHIST.DAT WITH THE COMPUTED AVERAGE AND GRADE *
      * AND THE CLASS YEAR AND SECTION FOR THE CLOSING   *
      * TERM. THE FILE MUST CARRY AN H HEADER (BATCH     *
      * NUMBER, SOURCE, BUSINESS DATE) AND A T TRAILER   *
      * (RECORD COUNT, HASH TOTAL OF MARKS), VERIFIED    *
      * BEFORE ANY RECONCILIATION RUNS. APPLIED BATCH    *
      * NUMBERS ARE RECORDED IN BATCHREG.DAT AND A BATCH *
      * ALREADY ON THE REGISTRY IS REJECTED, NOT         *
      * REAPPLIED. THE BATCH BUSINESS TERM MUST BE AN    *
      * OPEN TERM ON THE TERMCAL.DAT CALENDAR OR THE     *
      * FILE IS REJECTED.                                *
      ***************************************************

       IDENTIFICATION DIVISION.
           END-PERFORM.
           MOVE WS-AVERAGE TO HIST-AVERAGE.
           MOVE WS-GRADE TO HIST-GRADE.
           MOVE STUD-CLASS TO HIST-CLASS.
           MOVE STUD-SECTION TO HIST-SECTION.
           WRITE HIST-RECORD.
           ADD 1 TO WS-ARCHIVE-COUNT.

