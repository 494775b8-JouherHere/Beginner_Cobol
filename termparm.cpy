      *            C = RETURN THE OPEN TERM WHOSE DATE  *
      *                RANGE COVERS TRM-RUN-DATE IN     *
      *                TRM-TERM-ID                      *
      *            P = RETURN THE TERM IMMEDIATELY      *
      *                BEFORE TRM-TERM-ID ON THE        *
      *                CALENDAR IN TRM-TERM-ID          *
      ***************************************************
       01 TRM-REQUEST.
            02 TRM-FUNC PIC X.
