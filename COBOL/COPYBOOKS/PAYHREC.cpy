001500* INSTRUMENT IS THE CHECK NUMBER, THE DEPOSIT ROUTING AS
001600* EXTRACTED, OR THE VOID'S REFERENCE.
001700*
001710* TAX-STATE IS THE STATE THE PAYMENT'S STATE TAX WAS WITHHELD
001711* FOR.
001712*
001713* THE UNEMPLOYMENT FIELDS ARE EMPLOYER-SIDE:  THE PAYMENT'S
001714* UNEMPLOYMENT WAGES (GROSS LESS SECTION 125), THE PORTIONS
001715* TAXABLE UNDER THE FUTA AND THE STATE'S SUTA WAGE BASES, AND THE
001716* EMPLOYER TAX ACCRUED ON EACH - THE SOURCE FOR THE QUARTERLY
001717* STATE WAGE REPORT AND THE FORM 940 WORKSHEET.
001718*
001719* THE PAY BASIS FIELDS RECORD HOW THE PAYMENT WAS PRICED:  THE
001720* EARNINGS CODE ("REG " FOR A REGULAR PERIOD CHECK, OTHERWISE
001721* THE ADJUST.IN EARNINGS CODE), THE PAY TYPE, THE RATE PAID (THE
001722* ANNUAL SALARY FOR A SALARIED EMPLOYEE, THE HOURLY RATE FOR AN
001723* HOURLY ONE), AND THE REGULAR, OVERTIME, AND PTO HOURS PAID -
001724* WHAT THE RETRO PAY PROGRAM RE-PRICES A PERIOD FROM.
001730*
001800* MODIFICATION HISTORY
001900* 09/02/2026  AC  ORIGINAL COPYBOOK, WRITTEN WITH THE PAY
002000*                 HISTORY SUBSYSTEM SO "WHAT DID WE PAY THIS
002100*                 EMPLOYEE IN MARCH" STOPS MEANING AN EYEBALL
002200*                 WALK OF EVERY PERIOD DIRECTORY'S REGISTERS.
002210* 10/15/2026  AC  ADD TAX-STATE FOR STATE WITHHOLDING BY THE
002220*                 EMPLOYEE'S STATE.  RECORDS WRITTEN BEFORE THIS
002230*                 LEVEL CARRY IT AS SPACES.
002244* 10/15/2026  AC  ADD THE UNEMPLOYMENT WAGES, FUTA AND SUTA
002258*                 TAXABLE WAGES, AND EMPLOYER FUTA AND SUTA.
002272*                 RECORDS WRITTEN BEFORE THIS LEVEL CARRY THEM AS
002286*                 SPACES.
002288* 10/15/2026  AC  ADD THE PAY BASIS - EARNINGS CODE, PAY TYPE,
002290*                 RATE PAID, AND REGULAR/OVERTIME/PTO HOURS - FOR
002292*                 RETROACTIVE PAY.  RECORDS WRITTEN BEFORE THIS
002294*                 LEVEL CARRY THEM AS SPACES.
002300*----------------------------------------------------------------
002400 01  PHIST-RECORD.
002500     05  PHIST-KEY.
003900         88  PHIST-BY-CHECK            VALUE "C".
004000         88  PHIST-VOID                VALUE "V".
004100     05  PHIST-INSTRUMENT     PIC X(15).
004200     05  PHIST-TAX-STATE      PIC X(02).
004211     05  PHIST-UI-WAGES       PIC S9(8)V99.
004222     05  PHIST-FUTA-WAGES     PIC S9(8)V99.
004233     05  PHIST-SUTA-WAGES     PIC S9(8)V99.
004244     05  PHIST-ER-FUTA        PIC S9(8)V99.
004255     05  PHIST-ER-SUTA        PIC S9(8)V99.
004266     05  PHIST-EARN-CODE      PIC X(04).
004277     05  PHIST-PAY-TYPE       PIC X(01).
004288         88  PHIST-SALARIED            VALUE "S".
004299         88  PHIST-HOURLY              VALUE "H".
004310     05  PHIST-PAY-RATE       PIC 9(6)V99.
004321     05  PHIST-REG-HOURS      PIC 9(3)V99.
004332     05  PHIST-OT-HOURS       PIC 9(3)V99.
004343     05  PHIST-PTO-HOURS      PIC 9(3)V99.
