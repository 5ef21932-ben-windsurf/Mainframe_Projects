002200*                 PURCHASE OR 401(K) LOAN REPAYMENT STOPS AT
002300*                 ITS LIFETIME TOTAL INSTEAD OF SOMEONE
002400*                 REMEMBERING TO PULL THE ENTRY).
002416* 10/15/2026  AC  ADD THE PRE-TAX CLASSES - "K" 401(K) DEFERRAL
002432*                 (REDUCES FEDERAL AND STATE TAXABLE WAGES, NOT
002448*                 FICA/MEDICARE) AND "C" SECTION 125 CAFETERIA
002464*                 PLAN (REDUCES ALL OF THEM).  BOTH ARE TAKEN
002480*                 AHEAD OF THE TAXES, BEFORE ANY V OR G ENTRY.
002500*----------------------------------------------------------------
002600 01  DEDUCT-RECORD.
002700     05  DED-EMP-ID           PIC X(10).
002900     05  DED-CLASS            PIC X(01).
003000         88  DED-VOLUNTARY             VALUE "V".
003100         88  DED-GARNISHMENT           VALUE "G".
003133         88  DED-PRETAX-401K           VALUE "K".
003166         88  DED-PRETAX-125            VALUE "C".
003200     05  DED-METHOD           PIC X(01).
003300         88  DED-FLAT-AMOUNT           VALUE "F".
003400         88  DED-PCT-OF-GROSS          VALUE "P".
