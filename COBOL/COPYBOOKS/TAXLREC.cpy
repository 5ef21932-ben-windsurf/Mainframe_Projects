001700*                 LIABILITY SUBSYSTEM SO THE DEPOSIT SCHEDULE
001800*                 AND THE QUARTERLY 941 STOP BEING A
001900*                 SPREADSHEET OVER PAYROLL.CTL PRINTOUTS.
001914* 10/15/2026  AC  APPEND THE RUN'S FEDERAL TAXABLE, SOCIAL
001928*                 SECURITY, AND MEDICARE WAGES FOR 941 LINES 2,
001942*                 5A AND 5C - PRE-TAX DEDUCTIONS MAKE THEM DIFFER
001956*                 FROM TOTAL WAGES.  RECORDS APPENDED BEFORE THIS
001970*                 LEVEL READ WITH SPACES THERE; TAX-941 FALLS BACK
001984*                 TO TL-TOTAL-WAGES FOR THEM.
001988* 10/15/2026  AC  APPEND THE RUN'S 401(K) DEFERRALS (W-2 BOX 12
001992*                 CODE D); RECORD NOW 144 BYTES.  OLDER RECORDS
001996*                 READ WITH SPACES THERE AND COUNT AS ZERO.
002000*----------------------------------------------------------------
002100 01  TAXLIAB-DETAIL.
002200     05  TL-PAY-DATE          PIC 9(08).
003800     05  TL-TOTAL-LIABILITY   PIC S9(8)V99
003900                              SIGN IS TRAILING SEPARATE.
004000     05  FILLER               PIC X(07).
004011     05  TL-FIT-WAGES         PIC S9(8)V99
004022                              SIGN IS TRAILING SEPARATE.
004033     05  TL-FIT-WAGES-X REDEFINES TL-FIT-WAGES
004044                              PIC X(11).
004055     05  TL-SS-WAGES          PIC S9(8)V99
004066                              SIGN IS TRAILING SEPARATE.
004077     05  TL-MED-WAGES         PIC S9(8)V99
004088                              SIGN IS TRAILING SEPARATE.
004100     05  TL-401K-DEFER        PIC S9(8)V99
004110                              SIGN IS TRAILING SEPARATE.
004120     05  TL-401K-DEFER-X REDEFINES TL-401K-DEFER
004130                              PIC X(11).
