000100*----------------------------------------------------------------
000200* DEDTREC - SHARED DEDUCTIONS-TAKEN EXTRACT RECORD (DEDTAKEN.OUT).
000300*
000400* ONE FIXED UNEDITED RECORD PER DEDUCT.IN DEDUCTION ACTUALLY
000500* DRAWN FROM A CHECK, WRITTEN BY PAYROLL-CALC BESIDE THE
000600* REGISTER'S ITEMIZED "DED" LINE, AND READ BY DED-REMIT TO BUILD
000700* THE REMITTANCE REGISTER, THE AP PAYMENT FILE AND THE CCD+
000800* CHILD-SUPPORT FILE.  COPIED BY BOTH PROGRAMS SO THE LAYOUT
000900* NEVER DRIFTS.
001000*
001100* TYPE "D" IS A DEDUCTION TAKEN.  TYPE "R" IS THE OTHER-DEDUCTION
001200* AMOUNT OF AN OFF-CYCLE VOID, BACKED OUT AS A NEGATIVE AMOUNT -
001300* THE VOID DOES NOT SAY WHICH DEDUCTIONS MADE IT UP, SO IT CARRIES
001400* NO CODE, ONLY THE VOID'S REFERENCE.  THE TWO TOGETHER TOTAL TO
001500* THE OTHER DEDUCTIONS PAYABLE (2140) CREDIT ON GLPOST.OUT.
001600*
001700* TERM-FLAG IS "Y" ON A TERMINATED EMPLOYEE'S FINAL CHECK, FOR
001800* THE EMPLOYMENT-TERMINATION INDICATOR A CHILD-SUPPORT AGENCY
001900* EXPECTS WITH THE PAYMENT.
001910*
001920* THE AMOUNT CARRIES A TRAILING SEPARATE SIGN - EVERY "R" VOID
001930* REVERSAL IS A LEGITIMATELY NEGATIVE RECORD, AND AN OVERPUNCHED
001940* SIGN WOULD LEAVE A NON-NUMERIC DIGIT IN THIS TEXT EXTRACT.
002000*
002100* MODIFICATION HISTORY
002200* 10/15/2026  AC  ORIGINAL COPYBOOK, WRITTEN WITH THE DEDUCTION
002300*                 REMITTANCE REGISTER SO ACCOUNTS PAYABLE NO
002400*                 LONGER RE-ADDS THE REGISTER'S DEDUCTION LINES.
002500*----------------------------------------------------------------
002600 01  DEDT-RECORD.
002700     05  DEDT-TYPE            PIC X(01).
002800         88  DEDT-TAKEN                VALUE "D".
002900         88  DEDT-VOID-REVERSAL        VALUE "R".
003000     05  DEDT-EMP-ID          PIC X(10).
003100     05  DEDT-EMP-NAME        PIC X(30).
003200     05  DEDT-SSN             PIC X(09).
003300     05  DEDT-DED-CODE        PIC X(04).
003400     05  DEDT-CLASS           PIC X(01).
003500         88  DEDT-GARNISHMENT          VALUE "G".
003600     05  DEDT-AMOUNT          PIC S9(8)V99
003650                              SIGN IS TRAILING SEPARATE.
003700     05  DEDT-PERIOD-ID       PIC X(08).
003800     05  DEDT-PAY-DATE        PIC 9(08).
003900     05  DEDT-REFERENCE       PIC X(15).
004000     05  DEDT-TERM-FLAG       PIC X(01).
004100         88  DEDT-FINAL-CHECK          VALUE "Y".
004200     05  FILLER               PIC X(22).
