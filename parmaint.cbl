            02 FILLER PIC X(22) VALUE 'SCHAMT  00000019999999'.
            02 FILLER PIC X(22) VALUE 'SCHTOPN 00000000099900'.
            02 FILLER PIC X(22) VALUE 'LATEFEE 00000010999999'.
            02 FILLER PIC X(22) VALUE 'SIBDISC 00000000010000'.
            02 FILLER PIC X(22) VALUE 'BNCFEE  00000010999999'.
            02 FILLER PIC X(22) VALUE 'RISKDROP00001000010000'.
            02 FILLER PIC X(22) VALUE 'RISKATT 00000000010000'.
            02 FILLER PIC X(22) VALUE 'NTFDAYS 00000000006000'.
            02 FILLER PIC X(22) VALUE 'LIBSLIM 00001000002000'.
            02 FILLER PIC X(22) VALUE 'LIBSDAYS00001000009000'.
            02 FILLER PIC X(22) VALUE 'LIBELIM 00001000005000'.
            02 FILLER PIC X(22) VALUE 'LIBEDAYS00001000018000'.
            02 FILLER PIC X(22) VALUE 'LIBFINE 00000000099999'.
       01 WS-PARM-RULES REDEFINES WS-PARM-RULES-VALUES.
            02 WS-PARM-RULE OCCURS 26 TIMES.
                 03 WS-RULE-ID PIC X(8).
                 03 WS-RULE-LOW PIC 9(5)V99.
                 03 WS-RULE-HIGH PIC 9(5)V99.
               DISPLAY 'ENTER PARAMETER ID (PASSAVG LINESPP '
                   'CKPTINT TAXRATE ATTPCT STDHOURS OTPREM '
                   'RETAUDM RETEAUDM RETFEEM RETATTM SPOOLGEN '
                   'SCHAVG SCHAMT SCHTOPN LATEFEE SIBDISC '
                   'BNCFEE RISKDROP RISKATT NTFDAYS LIBSLIM '
                   'LIBSDAYS LIBELIM LIBEDAYS LIBFINE): '
               ACCEPT WS-ENTRY-PARM-ID
               PERFORM FIND-PARM-RULE
               IF WS-RULE-MATCH = ZERO
       FIND-PARM-RULE.
           MOVE ZERO TO WS-RULE-MATCH.
           PERFORM VARYING WS-RULE-IDX FROM 1 BY 1
                   UNTIL WS-RULE-IDX > 26
                   OR WS-RULE-MATCH > ZERO
               IF WS-RULE-ID (WS-RULE-IDX) = WS-ENTRY-PARM-ID
                   MOVE WS-RULE-IDX TO WS-RULE-MATCH
