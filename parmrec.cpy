      *              OVER THE THRESHOLD, 0-999)         *
      *   LATEFEE  - MONTHLY LATE-FEE CHARGE FOR AN     *
      *              OVERDUE INSTALLMENT (0.01-9999.99) *
      *   SIBDISC  - SIBLING DISCOUNT, PERCENT OF THE   *
      *              TERM FEES CREDITED FOR THE SECOND  *
      *              AND LATER CHILD OF A FAMILY (0-100)*
      *   BNCFEE   - CHARGE FOR A DISHONOURED CHEQUE    *
      *              (0.01-9999.99)                     *
      *   RISKDROP - TERM AVERAGE DROP THAT FLAGS A     *
      *              STUDENT AT RISK (1-100)            *
      *   RISKATT  - ATTENDANCE MARGIN ABOVE ATTPCT     *
      *              THAT FLAGS A STUDENT AT RISK       *
      *              (0-100)                            *
      *   NTFDAYS  - DAYS AHEAD OF AN INSTALLMENT DUE   *
      *              DATE THAT THE GUARDIAN IS SENT A   *
      *              REMINDER (0-60)                    *
      *   LIBSLIM  - BOOKS A STUDENT MAY HAVE ON LOAN   *
      *              (1-20)                             *
      *   LIBSDAYS - STUDENT LOAN PERIOD IN DAYS (1-90) *
      *   LIBELIM  - BOOKS A STAFF MEMBER MAY HAVE ON   *
      *              LOAN (1-50)                        *
      *   LIBEDAYS - STAFF LOAN PERIOD IN DAYS (1-180)  *
      *   LIBFINE  - STUDENT FINE PER BOOK PER DAY      *
      *              OVERDUE (0-999.99, 0 = NO FINE)    *
      ***************************************************
       01 PARM-RECORD.
            02 PARM-ID PIC X(8).
