      * LAYOUT FOR GUARDIAN.DAT, ONE RECORD PER ROLLNO. *
      * SUPPLIES THE NAME-AND-ADDRESS BLOCK FOR THE     *
      * WARNING LETTER AND FEE STATEMENT RUNS.          *
      * GRD-FAMILY-ID LINKS BROTHERS AND SISTERS -      *
      * EVERY CHILD OF ONE FAMILY CARRIES THE SAME ID   *
      * (THE ROLLNO OF THE FIRST CHILD LINKED), ZERO    *
      * WHEN THE CHILD HAS NO SIBLING LINKED. DRIVES    *
      * THE SIBLING DISCOUNT AND THE FAMILY STATEMENT.  *
      * GRD-PHONE (TEN DIGITS) IS WHERE NOTIFOUT SENDS  *
      * THE GUARDIAN SMS MESSAGES.                      *
      ***************************************************
       01 GRD-RECORD.
            02 GRD-ROLLNO PIC 9(6).
            02 GRD-ADDR2 PIC X(20).
            02 FILLER PIC X.
            02 GRD-PHONE PIC X(10).
            02 FILLER PIC X.
            02 GRD-FAMILY-ID PIC 9(6).
