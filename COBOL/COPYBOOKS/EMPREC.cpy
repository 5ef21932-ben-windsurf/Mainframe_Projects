001205*                 RUN; BLANK IDENTITY FIELDS ARE TOLERATED BUT
001206*                 A MISSING SSN IS FLAGGED ON EVERY RUN'S
001207*                 EXCEPTION LISTING.
001210* 10/15/2026  AC  ADD WORK-STATE FOR STATE INCOME TAX
001215*                 WITHHOLDING.  BLANK MEANS THE EMPLOYEE WORKS
001220*                 IN THE STATE OF THE MAILING ADDRESS; SET IT
001225*                 ONLY FOR AN EMPLOYEE WHO LIVES IN ONE STATE
001230*                 AND WORKS IN ANOTHER.  A MASTER CARRIED
001235*                 FORWARD FROM BEFORE THIS LEVEL MUST HAVE THE
001240*                 FIELD APPENDED AS SPACES BEFORE THE FIRST RUN.
001245* 10/15/2026  AC  ADD LAST-DAY-WORKED AND FINAL-PAY-FLAG, SET BY
001250*                 THE EMP-MAINT TERMINATE TRANSACTION.  A FLAG OF
001255*                 "Y" TELLS THE NEXT PAYROLL-CALC RUN TO ISSUE THE
001260*                 FINAL CHECK (PRORATED SALARY OR LAST TIMECARDS
001265*                 PLUS THE PTO CASH-OUT); PAYROLL-CALC SETS IT TO
001270*                 "P" ONCE THAT CHECK IS PAID.  BLANK OR "N" MEANS
001275*                 NO FINAL CHECK IS DUE.  RECORD IS NOW 176 BYTES;
001280*                 A MASTER FROM BEFORE THIS LEVEL MUST HAVE THE
001285*                 FIELDS APPENDED AS SPACES BEFORE THE FIRST RUN.
001290*----------------------------------------------------------------
001300 01  EMP-RECORD.
001400     05  EMP-ID              PIC X(10).
001500     05  EMP-NAME            PIC X(30).
004800     05  EMP-HIRE-DATE       PIC 9(08).
004900     05  EMP-HIRE-DATE-X REDEFINES EMP-HIRE-DATE
005000                             PIC X(08).
005100     05  EMP-WORK-STATE      PIC X(02).
005111     05  EMP-LAST-DAY-WORKED PIC 9(08).
005122     05  EMP-LAST-DAY-WORKED-X REDEFINES EMP-LAST-DAY-WORKED
005133                             PIC X(08).
005144     05  EMP-FINAL-PAY-FLAG  PIC X(01).
005155         88  EMP-FINAL-PAY-DUE        VALUE "Y".
005166         88  EMP-FINAL-PAY-DONE       VALUE "P".
