000100*----------------------------------------------------------------
000200* PENDREC - SHARED PENDING EMPLOYEE CHANGE RECORD (PENDCHG.DAT).
000300*
000400* A SENSITIVE CHANGE TO THE EMPLOYEE MASTER - BANK ROUTING OR
000500* ACCOUNT, SALARY, PAY TYPE OR HOURLY RATE, OR REACTIVATION OF A
000600* TERMINATED EMPLOYEE - IS HELD HERE INSTEAD OF BEING APPLIED TO
000700* EMPLOYEES.IN, UNTIL A SECOND OPERATOR RELEASES OR REJECTS IT.
000800* KEYED ON EMP-ID PLUS A SEQUENCE THAT RUNS UP PER EMPLOYEE.
000900* WRITTEN BY EMP-MAINT (OPERATOR TRANSACTIONS) AND BY ACH-RETURN
001000* (BANK NOTIFICATIONS OF CHANGE); RELEASED OR REJECTED BY
001100* EMP-MAINT; READ BY PAYROLL-CALC TO WARN OF AN EMPLOYEE PAID
001200* WHILE A CHANGE TO THEM IS STILL PENDING.  DECIDED RECORDS STAY
001300* ON FILE AS THE RECORD OF WHO ENTERED AND WHO DECIDED.
001400*
001500* CHG-TYPE "C" CARRIES THE NEW PAY TYPE, SALARY AND HOURLY RATE
001600* AND THE DATE THE CHANGE TAKES EFFECT.  "B" (OPERATOR) AND "N"
001700* (NOTIFICATION OF CHANGE) CARRY THE NEW BANK FIELDS; ON AN "N"
001800* A BLANK FIELD MEANS THE BANK DID NOT CORRECT IT, AND REFERENCE
001900* HOLDS THE NOC CHANGE CODE AND TRACE NUMBER.  "H" REACTIVATES.
002000*
002100* MODIFICATION HISTORY
002200* 10/15/2026  AC  ORIGINAL COPYBOOK, WRITTEN WITH DUAL CONTROL
002300*                 OVER BANK AND PAY-RATE CHANGES SO ONE OPERATOR
002400*                 CAN NO LONGER REDIRECT OR RAISE A PAYCHECK
002450*                 ALONE.
002500*----------------------------------------------------------------
002600 01  PEND-RECORD.
002700     05  PEND-KEY.
002800         10  PEND-EMP-ID      PIC X(10).
002900         10  PEND-SEQ         PIC 9(03).
003000     05  PEND-STATUS          PIC X(01).
003100         88  PEND-OPEN                 VALUE "P".
003200         88  PEND-RELEASED             VALUE "A".
003300         88  PEND-REJECTED             VALUE "X".
003400     05  PEND-CHG-TYPE        PIC X(01).
003500         88  PEND-PAY-CHANGE           VALUE "C".
003600         88  PEND-BANK-CHANGE          VALUE "B".
003700         88  PEND-BANK-NOC             VALUE "N".
003800         88  PEND-ANY-BANK-CHANGE      VALUE "B" "N".
003900         88  PEND-REACTIVATION         VALUE "H".
004000     05  PEND-ENTERED-BY      PIC X(08).
004100     05  PEND-ENTERED-DATE    PIC X(08).
004200     05  PEND-ENTERED-PERIOD  PIC X(08).
004300     05  PEND-DECIDED-BY      PIC X(08).
004400     05  PEND-DECIDED-DATE    PIC X(08).
004500     05  PEND-EFF-DATE        PIC X(08).
004600     05  PEND-PAY-TYPE        PIC X(01).
004700     05  PEND-SALARY          PIC 9(06).
004800     05  PEND-HOURLY-RATE     PIC 9(3)V99.
004900     05  PEND-BANK-ROUTING    PIC X(09).
005000     05  PEND-BANK-ACCOUNT    PIC X(17).
005100     05  PEND-BANK-ACCT-TYPE  PIC X(01).
005200     05  PEND-REFERENCE       PIC X(20).
005300     05  FILLER               PIC X(20).
