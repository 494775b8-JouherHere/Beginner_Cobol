      * OPR-RECORD - SHARED OPERATOR MASTER LAYOUT FOR  *
      * OPERMAST.DAT. AUTHORITY I = INQUIRE ONLY,       *
      * U = UPDATE, A = ADMIN (PARAMETER AND OPERATOR   *
      * CHANGES). OPR-EMPID LINKS A TEACHING OPERATOR   *
      * TO THEIR EMPMAST.DAT EMPID FOR MARK ENTRY;      *
      * ZERO FOR OFFICE OPERATORS WITH NO STAFF RECORD. *
      ***************************************************
       01 OPR-RECORD.
            02 OPR-ID PIC X(8).
            02 OPR-PASSWORD PIC X(8).
            02 FILLER PIC X.
            02 OPR-AUTHORITY PIC X.
            02 FILLER PIC X.
            02 OPR-EMPID PIC 9(5).
