000100*----------------------------------------------------------------
000200* W4REC - SHARED W-4 WITHHOLDING ELECTIONS RECORD (W4ELECT.DAT).
000300*
000400* ONE RECORD PER FORM W-4 AN EMPLOYEE HAS GIVEN US, KEYED ON
000500* EMP-ID PLUS THE DATE THE FORM TAKES EFFECT, SO EVERY FORM
000600* STAYS ON FILE AND THE ONE IN FORCE ON A PAY DATE IS THE LATEST
000700* ONE EFFECTIVE ON OR BEFORE IT.  THE STEP 1(C) FILING STATUS IS
000800* STILL EMP-FILING-STATUS ON THE EMPLOYEE MASTER; THIS RECORD
000900* CARRIES THE REST OF THE FORM.  WRITTEN BY EMP-MAINT (TRAN-CODE
001000* "W"), READ BY PAYROLL-CALC FOR THE FEDERAL WITHHOLDING AND BY
001100* W4-EXEMPT FOR THE YEAR-END EXEMPT RENEWAL LIST.  AN EMPLOYEE
001200* WITH NO RECORD IS WITHHELD ON FILING STATUS ALONE.
001300*
001400* THE DEPENDENT, OTHER-INCOME AND DEDUCTIONS AMOUNTS ARE ANNUAL,
001500* AS ENTERED ON THE FORM; THE EXTRA WITHHOLDING IS PER PAY
001600* PERIOD.  AN EXEMPT CLAIM IS GOOD ONLY THROUGH FEBRUARY 15 OF
001700* THE YEAR AFTER ITS EFFECTIVE YEAR.
001800*
001900* MODIFICATION HISTORY
002000* 10/15/2026  AC  ORIGINAL COPYBOOK, WRITTEN WITH THE W-4
002100*                 ELECTIONS MASTER SO FEDERAL WITHHOLDING NO
002200*                 LONGER RESTS ON FILING STATUS ALONE.
002300*----------------------------------------------------------------
002400 01  W4-RECORD.
002500     05  W4-KEY.
002600         10  W4-EMP-ID        PIC X(10).
002700         10  W4-EFF-DATE      PIC 9(08).
002800     05  W4-MULTIPLE-JOBS     PIC X(01).
002900         88  W4-STEP2-CHECKED          VALUE "Y".
003000     05  W4-DEPENDENT-AMT     PIC 9(05)V99.
003100     05  W4-OTHER-INCOME      PIC 9(07)V99.
003200     05  W4-EXTRA-DEDUCT      PIC 9(07)V99.
003300     05  W4-EXTRA-WITHHOLD    PIC 9(05)V99.
003400     05  W4-EXEMPT            PIC X(01).
003500         88  W4-EXEMPT-CLAIMED         VALUE "Y".
003600     05  W4-ENTERED-BY        PIC X(08).
003700     05  W4-ENTERED-DATE      PIC X(08).
003800     05  W4-ENTERED-PERIOD    PIC X(08).
003900     05  FILLER               PIC X(20).
