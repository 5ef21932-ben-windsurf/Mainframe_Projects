003200*                 MAILING ADDRESS, HIRE DATE) THROUGH THE PAY
003210*                 PASS - THE NACHA INDIVIDUAL ID NOW CARRIES
003220*                 THE SSN WHEN ON FILE INSTEAD OF OUR INTERNAL
003221*                 EMP-ID, CHECKS PRINT THE ADDRESS BLOCK FOR A
003222*                 WINDOW ENVELOPE, AND AN EMPLOYEE WITH NO SSN
003223*                 IS FLAGGED ON REJECT.OUT AND THE EXCEPTION
003224*                 LISTING EVERY PERIOD (STILL PAID) SO THE W-2
003225*                 GAP SURFACES BEFORE YEAR END.
003226* 10/15/2026  AC  STATE INCOME TAX IS NOW WITHHELD BY THE
003227*                 EMPLOYEE'S OWN STATE - THE NEW EMPREC WORK
003228*                 STATE WHEN SET, OTHERWISE THE MAILING-ADDRESS
003229*                 STATE - INSTEAD OF ONE FLAT RATE PER FILING
003230*                 STATUS FOR THE WHOLE COMPANY.  A NEW "T"
003231*                 TAXRATES.IN RECORD CARRIES EACH STATE'S
003232*                 BRACKETS (A FLAT-RATE STATE IS ONE BRACKET, A
003233*                 NO-INCOME-TAX STATE ONE ZERO-RATE BRACKET),
003234*                 EFFECTIVE-DATED WITH THE REST OF THE SET; THE
003235*                 OLD "S" FLAT RATE IS NOW ONLY THE FALLBACK FOR
003236*                 A STATE WITH NO "T" ENTRIES.  THE STATE IS
003237*                 CARRIED ON PAYHIST, BROKEN OUT BY STATE ON
003238*                 YTD-MASTER (STATE WAGES AND TAX, FOR THE W-2
003239*                 STATE BOXES) AND ON THE EARNINGS STATEMENT, AND
003240*                 THE GLPOST.OUT STATE W/H PAYABLE CREDIT IS
003241*                 SPLIT BY STATE WITHIN EACH DEPARTMENT.  AN
003242*                 ADJUST.IN RECORD MAY NAME THE STATE OUTRIGHT SO
003243*                 A VOID BACKS OUT OF THE STATE IT WAS WITHHELD
003244*                 FOR.  AN EMPLOYEE WITH NEITHER STATE ON FILE IS
003245*                 FLAGGED ON THE EXCEPTION LISTING (STILL PAID).
003246* 10/15/2026  AC  PRE-TAX DEDUCTION CLASSES.  A DEDUCT.IN ENTRY
003247*                 OF CLASS "K" (401(K)) OR "C" (SECTION 125) IS
003248*                 NOW DRAWN AHEAD OF THE TAXES:  401(K) REDUCES
003249*                 FEDERAL AND STATE TAXABLE WAGES ONLY, SECTION
003250*                 125 ALSO REDUCES FICA AND MEDICARE WAGES.  THE
003251*                 401(K) DEFERRAL STOPS AT THE ANNUAL LIMIT (NEW
003252*                 "401K" LIMIT RECORD ON TAXRATES.IN).
003253*                 YTD-MASTER, THE STUB, PAYROLL.CTL, AND
003254*                 TAXLIAB.DAT CARRY THE FEDERAL TAXABLE, SOCIAL
003255*                 SECURITY, AND MEDICARE WAGES (W-2 BOXES 1/3/5)
003256*                 AND THE DEFERRAL (BOX 12 CODE D).  A VOID MAY
003257*                 CARRY THE ORIGINAL CHECK'S PRE-TAX AMOUNTS SO
003258*                 THE WAGE BOXES BACK OUT EXACTLY; BLANK MEANS
003259*                 NONE WERE TAKEN.
003260* 10/15/2026  AC  EMPLOYER FUTA AND SUTA.  EACH PAYMENT ACCRUES
003261*                 FUTA ON UNEMPLOYMENT WAGES UP TO THE FUTA WAGE
003262*                 BASE AND SUTA UP TO ITS STATE'S BASE, AT THE
003263*                 RATES ON TAXRATES.IN ("FUTA" LIMIT RECORD AND A
003264*                 NEW "U" RECORD PER STATE WITH THE EMPLOYER'S
003265*                 EXPERIENCE RATE).  YTD-MASTER CARRIES THE
003266*                 UNEMPLOYMENT WAGES BY STATE; PAYHIST CARRIES THE
003267*                 WAGES, TAXABLE WAGES, AND TAX FOR THE QUARTERLY
003268*                 STATE WAGE REPORT AND FORM 940.  GLPOST.OUT
003269*                 DEBITS 6160 AND CREDITS ACCRUED FUTA (2160) AND
003270*                 SUTA (2170); PAYROLL.CTL SHOWS THE TOTALS.
003271* 10/15/2026  AC  PAYHIST NOW CARRIES EACH PAYMENT'S PAY
003272*                 BASIS - EARNINGS CODE ("REG " OR THE ADJUST.IN
003273*                 CODE), PAY TYPE, RATE PAID, AND REGULAR/
003274*                 OVERTIME/PTO HOURS - SO THE RETRO-PAY PROGRAM
003275*                 CAN RE-PRICE A PERIOD FROM WHAT WAS PAID.
003276* 10/15/2026  AC  FINAL PAY FOR TERMINATED EMPLOYEES.  AN EMPLOYEE
003277*                 EMP-MAINT HAS TERMINATED WITH THE FINAL-PAY FLAG
003278*                 SET IS NO LONGER SKIPPED - THE RUN PAYS SALARY
003279*                 PRORATED BY CALENDAR DAY THROUGH THE LAST DAY
003280*                 WORKED (HOURLY STAFF FROM THEIR LAST TIMECARDS,
003281*                 NONE REQUIRED) PLUS THE REMAINING PTO BALANCE
003282*                 CASHED OUT AT THE EMPLOYEE'S RATE, SHOWN AS A
003283*                 SEPARATE PTO PAYOUT EARNING ON THE REGISTER AND
003284*                 STUB.  THE PTO BALANCE IS TAKEN TO ZERO, THE
003285*                 MASTER FLAG GOES TO "P" (EMPLOYEES.IN IS NOW
003286*                 OPENED I-O), THE EMPLOYEE'S OPEN DEDUCT.IN
003287*                 ENTRIES ARE STOPPED AT THE LAST DAY WORKED, AND
003288*                 PAYHIST CARRIES EARNINGS CODE "FINL".  EVERY
003289*                 FINAL PAYMENT IS LISTED ON FINALPAY.OUT FOR HR
003290*                 SIGN-OFF.
003291* 10/15/2026  AC  LABOR DISTRIBUTION.  TIMECARD.IN LINES
003292*                 CARRY A CHARGE-TO COST CENTER, AN OPTIONAL
003293*                 PROJECT AND A WEEK NUMBER (LINES OF ONE WEEK
003294*                 ARE POOLED FOR THE OVERTIME TEST); SALARIED
003295*                 EMPLOYEES TAKE A STANDING PERCENTAGE SPLIT
003296*                 FROM LABSPLIT.IN.  EACH PAYMENT'S GROSS (WITH
003297*                 OVERTIME PREMIUM), WITHHOLDING, NET AND
003298*                 EMPLOYER TAXES ARE SPREAD ACROSS THE CHARGES,
003299*                 SO DEPTRPT.OUT AND GLPOST.OUT NOW POST BY
003300*                 CHARGED COST CENTER; ANYTHING UNCHARGED STAYS
003301*                 WITH THE HOME DEPARTMENT.  NEW LABDIST.OUT
003302*                 REPORTS HOURS AND DOLLARS BY COST CENTER AND
003303*                 PROJECT.
003304* 10/15/2026  AC  TRIAL (PREVIEW) RUN.  A TRIAL.CTL IN THE RUN
003305*                 DIRECTORY RUNS THE FULL PERIOD CALCULATION BUT
003306*                 UPDATES NOTHING - NO MASTER, CHECK NUMBER, PAY
003307*                 CALENDAR, TAXLIAB, RESTART OR CHECK/DEPOSIT
003308*                 OUTPUT.  THE REGISTER AND REJECTS GO TO
003309*                 PREVIEW.OUT WITH CONTROL TOTALS, AND NEW
003310*                 VARIANCE.OUT COMPARES EACH EMPLOYEE'S GROSS AND
003311*                 NET WITH THEIR LAST REGULAR PAYHIST PAYMENT
003312*                 AGAINST A PERCENT/DOLLAR TOLERANCE, AND LISTS
003313*                 NEW AND MISSING EMPLOYEES, FIRST GARNISHMENTS
003314*                 AND PAY CROSSING THE FICA WAGE BASE.
003315* 10/15/2026  AC  AN EMPLOYEE PAID WHILE A BANK, PAY-RATE OR
003316*                 REACTIVATION CHANGE TO THEM IS STILL HELD ON
003317*                 PENDCHG.DAT FOR SECOND-OPERATOR APPROVAL IS
003318*                 PAID AS THE MASTER STANDS AND FLAGGED ON THE
003319*                 EXCEPTION LISTING.  NO PENDCHG.DAT MEANS
003320*                 NOTHING IS HELD.
003321* 10/15/2026  AC  EVERY DEDUCT.IN DEDUCTION DRAWN IS ALSO WRITTEN,
003322*                 UNEDITED, TO THE NEW DEDTAKEN.OUT EXTRACT (PER
003323*                 THE DEDTREC COPYBOOK), AND A VOID'S OTHER
003324*                 DEDUCTIONS AS A NEGATIVE REVERSAL, SO THE
003325*                 DED-REMIT STEP CAN REMIT BY VENDOR AND PROVE
003326*                 TO THE GLPOST.OUT 2140 CREDIT.
003327* 10/15/2026  AC  FEDERAL WITHHOLDING APPLIES THE EMPLOYEE'S FORM
003328*                 W-4 FROM THE NEW W4ELECT.DAT ELECTIONS MASTER
003329*                 (KEPT BY EMP-MAINT) - STEP 4(A)/(B) ADJUST THE
003330*                 ANNUAL WAGES, THE STEP 2 BOX SELECTS THE NEW
003331*                 "F" SCHEDULE CODED "2" IN TAX-CODE (2:1), STEP 3
003332*                 IS CREDITED AGAINST THE ANNUAL TAX, STEP 4(C) IS
003333*                 ADDED TO THE CHECK, AND AN EXEMPT CLAIM
003334*                 WITHHOLDS NOTHING.  AN EXEMPT CLAIM NOT RENEWED
003335*                 BY FEB 15 OF THE NEXT YEAR IS WITHHELD AS SINGLE
003336*                 WITH NO ADJUSTMENTS AND FLAGGED ON THE
003337*                 EXCEPTION LISTING.  NO W4ELECT.DAT (OR NO FORM
003338*                 ON FILE) WITHHOLDS ON FILING STATUS ALONE, AS
003339*                 BEFORE.
003340*----------------------------------------------------------------
003341 ENVIRONMENT DIVISION.
003342 INPUT-OUTPUT SECTION.
003343 FILE-CONTROL.
003344     SELECT EMP-FILE ASSIGN TO "EMPLOYEES.IN"
003345         ORGANIZATION IS INDEXED
003346         ACCESS MODE IS DYNAMIC
003350         RECORD KEY IS EMP-ID
003360         FILE STATUS IS WS-EMP-STATUS.

003980         RECORD KEY IS PTO-EMP-ID
003990         FILE STATUS IS WS-PTO-STATUS.

003993     SELECT FINALPAY-FILE ASSIGN TO "FINALPAY.OUT"
003996         ORGANIZATION IS LINE SEQUENTIAL.

003998     SELECT LABSPLIT-FILE ASSIGN TO "LABSPLIT.IN"
004000         ORGANIZATION IS LINE SEQUENTIAL
004002         FILE STATUS IS WS-LABSPLIT-STATUS.

004004     SELECT LABDIST-FILE ASSIGN TO "LABDIST.OUT"
004006         ORGANIZATION IS LINE SEQUENTIAL.

004007     SELECT TRIAL-FILE ASSIGN TO "TRIAL.CTL"
004008         ORGANIZATION IS LINE SEQUENTIAL
004009         FILE STATUS IS WS-TRIAL-STATUS.

004010     SELECT PREVIEW-FILE ASSIGN TO "PREVIEW.OUT"
004011         ORGANIZATION IS LINE SEQUENTIAL.

004012     SELECT VARIANCE-FILE ASSIGN TO "VARIANCE.OUT"
004013         ORGANIZATION IS LINE SEQUENTIAL.

004014     SELECT PEND-FILE ASSIGN TO "PENDCHG.DAT"
004015         ORGANIZATION IS INDEXED
004016         ACCESS MODE IS DYNAMIC
004017         RECORD KEY IS PEND-KEY
004018         FILE STATUS IS WS-PEND-STATUS.

004020     SELECT DEDTAKEN-FILE ASSIGN TO "DEDTAKEN.OUT"
004022         ORGANIZATION IS LINE SEQUENTIAL.

004023     SELECT W4-FILE ASSIGN TO "W4ELECT.DAT"
004024         ORGANIZATION IS INDEXED
004025         ACCESS MODE IS DYNAMIC
004026         RECORD KEY IS W4-KEY
004027         FILE STATUS IS WS-W4-STATUS.

004028 DATA DIVISION.
004029 FILE SECTION.
004030 FD  EMP-FILE.
004031     COPY EMPREC.

004040 FD  PAYROLL-FILE.
004050 01  PAYROLL-RECORD          PIC X(80).
004290*    RECORDS FROM BEFORE THE FIELD EXISTED READ AS BLANK.
004300     05  TC-REC-TYPE          PIC X(01).
004310         88  TC-PTO-RECORD             VALUE "P".
004311*    LABOR DISTRIBUTION - THE COST CENTER THE HOURS ARE CHARGED
004312*    TO (BLANK = HOME DEPARTMENT) AND AN OPTIONAL PROJECT.  A WEEK
004313*    SPLIT ACROSS CHARGES IS ONE RECORD PER CHARGE, ALL CARRYING
004314*    THE SAME WEEK NUMBER, AND THOSE RECORDS ARE POOLED FOR THE
004315*    OVERTIME TEST.  A BLANK WEEK NUMBER IS A WHOLE WEEK IN ONE
004316*    RECORD, AS BEFORE.
004317     05  TC-WEEK-NO           PIC X(01).
004318     05  TC-CHARGE-DEPT       PIC X(05).
004319     05  TC-PROJECT           PIC X(08).

004320 FD  CHECK-FILE.
004330 01  CHECK-RECORD             PIC X(132).
004670     05  ADJ-OTHER-X REDEFINES ADJ-OTHER
004680                              PIC X(08).
004690     05  ADJ-REF-NO           PIC X(15).
004691     05  ADJ-TAX-STATE        PIC X(02).
004692     05  ADJ-PRETAX-401K      PIC 9(6)V99.
004693     05  ADJ-PRETAX-401K-X REDEFINES ADJ-PRETAX-401K
004694                              PIC X(08).
004695     05  ADJ-PRETAX-125       PIC 9(6)V99.
004696     05  ADJ-PRETAX-125-X REDEFINES ADJ-PRETAX-125
004697                              PIC X(08).

004700*----------------------------------------------------------------
004710* TAX RATE MASTER - EFFECTIVE-DATED RATES, LIMITS, AND FEDERAL
004750* ONE EFFECTIVE ON OR BEFORE THE RUN'S PAY DATE.
004760*   "L" - A RATE/LIMIT RECORD, KEYED BY TAX-CODE:  FICA (RATE
004770*         AND ANNUAL WAGE BASE), MEDI (BASE MEDICARE RATE), OR
004780*         AMED (ADDITIONAL MEDICARE RATE AND ITS THRESHOLD),
004785*         OR 401K (ANNUAL 401(K) DEFERRAL LIMIT; RATE UNUSED).
004787*         OR FUTA (FEDERAL UNEMPLOYMENT RATE AND WAGE BASE).
004790*   "F" - ONE FEDERAL BRACKET:  FILING STATUS IN TAX-CODE (1:1),
004800*         THE ANNUAL-WAGE FLOOR THE BRACKET STARTS AT, THE TAX
004810*         ON WAGES EXACTLY AT THE FLOOR, AND THE MARGINAL RATE
004811*         ABOVE IT.  EVERY STATUS NEEDS A ZERO-FLOOR BRACKET.
004812*         TAX-CODE (2:1) BLANK IS THE STANDARD SCHEDULE; "2" IS
004813*         THE SCHEDULE FOR A W-4 WITH THE STEP 2 MULTIPLE-JOBS
004814*         BOX CHECKED (NO STANDARD ALLOWANCE BUILT INTO ITS
004815*         FLOORS).  WITHOUT "2" ENTRIES THE STANDARD ONE IS USED.
004821*   "S" - THE FLAT STATE RATE FOR ONE FILING STATUS - NOW ONLY
004822*         THE FALLBACK FOR AN EMPLOYEE WHOSE STATE HAS NO "T"
004823*         ENTRIES IN THE SELECTED SET.
004824*   "T" - ONE STATE WITHHOLDING BRACKET:  THE STATE CODE IN
004825*         TAX-CODE (1:2), THE FILING STATUS IN TAX-CODE (3:1)
004826*         (BLANK FOR ONE SCHEDULE COVERING EVERY STATUS), THEN
004827*         FLOOR, TAX AT FLOOR, AND MARGINAL RATE AS FOR "F".  A
004828*         FLAT-RATE STATE CARRIES ONE ZERO-FLOOR BRACKET AT ITS
004829*         RATE; A STATE WITH NO INCOME TAX CARRIES ONE ZERO-FLOOR
004830*         BRACKET AT A ZERO RATE.  A STATE IS KEYED EITHER BY
004831*         STATUS OR WITH A BLANK STATUS, NOT BOTH.
004832*   "U" - ONE STATE'S UNEMPLOYMENT (SUTA) ACCOUNT:  THE STATE
004833*         CODE IN TAX-CODE (1:2), THE ANNUAL TAXABLE WAGE BASE IN
004834*         TAX-LIMIT-AMOUNT, AND THE EMPLOYER'S EXPERIENCE RATE TO
004835*         FIVE PLACES IN TAX-UI-RATE (E.G. 02700 FOR 2.7%).  A
004836*         BLANK TAX-UI-RATE FALLS BACK TO THE THREE-PLACE
004837*         TAX-RATE; WITH NEITHER RATE THE RECORD IS DROPPED.
004840*----------------------------------------------------------------
004850 FD  TAXRATE-FILE.
004860 01  TAXRATE-RECORD.
004910         88  TAX-LIMIT-REC             VALUE "L".
004920         88  TAX-FED-BRACKET-REC       VALUE "F".
004930         88  TAX-STATE-RATE-REC        VALUE "S".
004935         88  TAX-STATE-BRACKET-REC     VALUE "T".
004937         88  TAX-SUTA-REC              VALUE "U".
004940     05  TAX-CODE             PIC X(04).
004950     05  TAX-RATE             PIC V999.
004960     05  TAX-RATE-X REDEFINES TAX-RATE
005010     05  TAX-LIMIT-AMOUNT     PIC 9(8)V99.
005020     05  TAX-LIMIT-AMOUNT-X REDEFINES TAX-LIMIT-AMOUNT
005030                              PIC X(10).
005032     05  TAX-UI-RATE          PIC V9(5).
005034     05  TAX-UI-RATE-X REDEFINES TAX-UI-RATE
005036                              PIC X(05).

005040 FD  TAXLIAB-FILE.
005050 01  TAXLIAB-RECORD           PIC X(144).

005060*----------------------------------------------------------------
005070* PTO BALANCE MASTER - ONE RECORD PER EMPLOYEE, KEYED ON
005210 FD  PAYHIST-FILE.
005220     COPY PAYHREC.

005221*----------------------------------------------------------------
005222* PENDING EMPLOYEE CHANGES HELD BY EMP-MAINT AND ACH-RETURN FOR
005223* SECOND-OPERATOR APPROVAL - READ ONLY, FOR THE EXCEPTION WARNING.
005224*----------------------------------------------------------------
005225 FD  PEND-FILE.
005226     COPY PENDREC.

005227*----------------------------------------------------------------
005228* W-4 WITHHOLDING ELECTIONS KEPT BY EMP-MAINT - READ ONLY, FOR THE
005229* FEDERAL WITHHOLDING IN 2310-COMPUTE-FEDERAL-TAX.
005230*----------------------------------------------------------------
005231 FD  W4-FILE.
005232     COPY W4REC.

005233*----------------------------------------------------------------
005240* PAY CALENDAR CONTROL - ONE RECORD PER SCHEDULED PERIOD, HAND
005250* MAINTAINED IN THE MASTER DIRECTORY AND STAGED/SAVED BY PAYRUN.
005260* THE PERIOD ID MATCHES THE PAYPERIOD.DAT STAMP ("YYMM PNN");
005530 FD  DEDUCT-FILE.
005540     COPY DEDREC.

005543 FD  FINALPAY-FILE.
005546 01  FINALPAY-RECORD          PIC X(80).

005547*    STANDING LABOR SPLIT FOR SALARIED STAFF - ONE RECORD PER
005548*    EMPLOYEE PER CHARGE, THE PERCENTAGE OF PAY CHARGED THERE.
005549*    WHATEVER THE PERCENTAGES LEAVE UNDER 100 STAYS WITH THE HOME
005550*    DEPARTMENT.
005551 FD  LABSPLIT-FILE.
005552 01  LABSPLIT-RECORD.
005553     05  LS-EMP-ID            PIC X(10).
005554     05  LS-CHARGE-DEPT       PIC X(05).
005555     05  LS-PROJECT           PIC X(08).
005556     05  LS-PERCENT           PIC 9(3)V99.
005557     05  LS-PERCENT-X REDEFINES LS-PERCENT
005558                              PIC X(05).

005559 FD  LABDIST-FILE.
005560 01  LABDIST-RECORD           PIC X(100).

005561*    A TRIAL.CTL IN THE RUN DIRECTORY MAKES THE RUN A TRIAL
005562*    (PREVIEW) RUN.  ITS ONE RECORD CARRIES THE VARIANCE REPORT
005563*    TOLERANCE - A PERCENTAGE OF THE PRIOR AMOUNT (01000 IS
005564*    10.00%) AND A DOLLAR FLOOR (0002500 IS $25.00).  EITHER
005565*    FIELD LEFT BLANK TAKES THE DEFAULT.
005566 FD  TRIAL-FILE.
005567 01  TRIAL-CTL-RECORD.
005568     05  TRL-TOL-PCT          PIC 9(3)V99.
005569     05  TRL-TOL-PCT-X REDEFINES TRL-TOL-PCT
005570                              PIC X(05).
005571     05  FILLER               PIC X(01).
005572     05  TRL-TOL-AMT          PIC 9(5)V99.
005573     05  TRL-TOL-AMT-X REDEFINES TRL-TOL-AMT
005574                              PIC X(07).

005575 FD  PREVIEW-FILE.
005576 01  PREVIEW-RECORD           PIC X(100).

005577 FD  VARIANCE-FILE.
005578 01  VARIANCE-RECORD          PIC X(132).

005579*----------------------------------------------------------------
005580* ONE RECORD PER DEDUCTION DRAWN (AND PER VOIDED OTHER-DEDUCTION
005581* AMOUNT) FOR THE DED-REMIT REMITTANCE STEP.
005582*----------------------------------------------------------------
005583 FD  DEDTAKEN-FILE.
005584     COPY DEDTREC.

005585 WORKING-STORAGE SECTION.
005586*----------------------------------------------------------------
005587* SWITCHES
005588*----------------------------------------------------------------
005590 01  WS-SWITCHES.
005600     05  WS-EOF              PIC X(01) VALUE "N".
005610         88  END-OF-EMP-FILE          VALUE "Y".
005940         88  TIMECARD-FOUND            VALUE "Y".
005950     05  WS-TC-OVERFLOW-SW   PIC X(01) VALUE "N".
005960         88  TC-TABLE-OVERFLOWED       VALUE "Y".
005961     05  WS-LABSPLIT-STATUS  PIC X(02) VALUE ZERO.
005962         88  LABSPLIT-FILE-OK          VALUE "00".
005963     05  WS-LS-EOF-SW        PIC X(01) VALUE "N".
005964         88  END-OF-LABSPLIT-FILE      VALUE "Y".
005965     05  WS-CHG-FOUND-SW     PIC X(01) VALUE "N".
005966         88  CHARGE-SHARE-FOUND        VALUE "Y".
005967     05  WS-LD-FOUND-SW      PIC X(01) VALUE "N".
005968         88  LD-ENTRY-PLACED           VALUE "Y".
005969     05  WS-LD-OVERFLOW-SW   PIC X(01) VALUE "N".
005970         88  LD-TABLE-OVERFLOWED       VALUE "Y".
005971     05  WS-TRIAL-STATUS     PIC X(02) VALUE ZERO.
005972         88  TRIAL-FILE-OK             VALUE "00".
005973     05  WS-TRIAL-MODE-SW    PIC X(01) VALUE "N".
005974         88  TRIAL-RUN                 VALUE "Y".
005975     05  WS-PRV-OVERFLOW-SW  PIC X(01) VALUE "N".
005976         88  PRV-TABLE-OVERFLOWED      VALUE "Y".
005977     05  WS-PRV-STOP-SW      PIC X(01) VALUE "N".
005978         88  PRV-CAUGHT-UP             VALUE "Y".
005979     05  WS-VH-EOF-SW        PIC X(01) VALUE "N".
005980         88  END-OF-VAR-HISTORY        VALUE "Y".
005981     05  WS-VH-REG-SW        PIC X(01) VALUE "N".
005982         88  VH-REGULAR-PAYMENT        VALUE "Y".
005983     05  WS-VH-GROUP-SW      PIC X(01) VALUE "N".
005984         88  VH-GROUP-HAS-REGULAR      VALUE "Y".
005985     05  WS-VH-MATCH-SW      PIC X(01) VALUE "N".
005986         88  VH-GROUP-MATCHED          VALUE "Y".
005987     05  WS-VAR-OVER-SW      PIC X(01) VALUE "N".
005988         88  VAR-OVER-TOLERANCE        VALUE "Y".
005989     05  WS-PEND-STATUS      PIC X(02) VALUE ZERO.
005990         88  PEND-FILE-OK              VALUE "00".
005991     05  WS-PEND-OPEN-SW     PIC X(01) VALUE "N".
005992         88  PEND-FILE-OPENED          VALUE "Y".
005993     05  WS-PEND-SCAN-SW     PIC X(01) VALUE "N".
005994         88  END-OF-PEND-SCAN          VALUE "Y".
005995     05  WS-PEND-HELD-SW     PIC X(01) VALUE "N".
005996         88  PEND-CHANGE-HELD          VALUE "Y".
005997     05  WS-W4-STATUS        PIC X(02) VALUE ZERO.
005998         88  W4-FILE-OK                VALUE "00".
005999     05  WS-W4-OPEN-SW       PIC X(01) VALUE "N".
006000         88  W4-FILE-OPENED            VALUE "Y".
006001     05  WS-W4-SCAN-SW       PIC X(01) VALUE "N".
006002         88  END-OF-W4-SCAN            VALUE "Y".
006003     05  WS-W4-FOUND-SW      PIC X(01) VALUE "N".
006004         88  W4-ELECTION-FOUND         VALUE "Y".
006005     05  WS-W4-EXEMPT-SW     PIC X(01) VALUE "N".
006006         88  W4-EXEMPT-IN-FORCE        VALUE "Y".
006007     05  WS-DEDUCT-STATUS    PIC X(02) VALUE ZERO.
006008         88  DEDUCT-FILE-OK            VALUE "00".
006009         88  DEDUCT-EOF                VALUE "10".
006010         88  DEDUCT-FILE-MISSING       VALUE "35".
006011     05  WS-DED-EOF-SW       PIC X(01) VALUE "N".
006020         88  END-OF-DEDUCT-FILE        VALUE "Y".
006030     05  WS-DED-OVERFLOW-SW  PIC X(01) VALUE "N".
006040         88  DED-TABLE-OVERFLOWED      VALUE "Y".
006600         88  CAL-ENTRY-FOUND           VALUE "Y".
006602     05  WS-CAL-OVFL-SW      PIC X(01) VALUE "N".
006604         88  CAL-TABLE-OVERFLOWED      VALUE "Y".
006605     05  WS-STWH-FOUND-SW    PIC X(01) VALUE "N".
006606         88  STWH-ENTRY-FOUND          VALUE "Y".
006607     05  WS-STWH-OVFL-SW     PIC X(01) VALUE "N".
006608         88  STWH-TABLE-OVERFLOWED     VALUE "Y".
006611     05  WS-FINAL-PAY-SW     PIC X(01) VALUE "N".
006614         88  FINAL-PAY-EMP             VALUE "Y".

006617*----------------------------------------------------------------
006620* WITHHOLDING RATES - NORMALLY OVERRIDDEN FROM THE TAXRATES.IN
006630* MASTER SELECTED BY THE RUN'S PAY DATE.  THE FLAT PER-STATUS
006640* FEDERAL/STATE RATES REMAIN AS THE FALLBACK WHEN NO MASTER IS
006800 01  WS-FICA-WAGE-BASE        PIC 9(8)V99 VALUE 184500.00.
006810 01  WS-ADDL-MEDICARE-BASE    PIC 9(8)V99 VALUE 200000.00.
006820 01  WS-ADDL-MEDICARE-RATE    PIC V999   VALUE .009.
006825 01  WS-401K-LIMIT            PIC 9(8)V99 VALUE 24500.00.
006826 01  WS-FUTA-RATE             PIC V9(5) VALUE .00600.
006827 01  WS-FUTA-WAGE-BASE        PIC 9(8)V99 VALUE 7000.00.

006830*----------------------------------------------------------------
006840* TAX RATE MASTER WORK AREAS - THE EFFECTIVE-DATE SET SELECTED
006860* FEDERAL BRACKETS CARRY THE ANNUAL FLOOR, THE TAX AT THE
006870* FLOOR, AND THE MARGINAL RATE ABOVE IT, SO THE LOOKUP IS THE
006880* HIGHEST FLOOR AT OR UNDER THE ANNUALIZED WAGES AND LOAD
006890* ORDER DOES NOT MATTER.  THE STATE BRACKETS ARE KEYED BY STATE
006893* AS WELL AS STATUS AND WALKED THE SAME WAY FOR THE STATE THE
006896* CURRENT EMPLOYEE IS WITHHELD FOR (WS-EMP-TAX-STATE).
006900*----------------------------------------------------------------
006910 01  WS-PAY-DATE              PIC 9(08) VALUE ZERO.
006920 01  WS-PAY-DATE-X REDEFINES WS-PAY-DATE
006970     05  WS-FEDBR-ENTRY OCCURS 50 TIMES.
006980         10  WS-FEDBR-TAB-STATUS
006990                              PIC X(01).
006993         10  WS-FEDBR-TAB-SCHED
006996                              PIC X(01).
007000         10  WS-FEDBR-TAB-FLOOR
007010                              PIC 9(8)V99.
007020         10  WS-FEDBR-TAB-BASE
007050                              PIC V999.
007060 01  WS-FEDBR-SUB             PIC 9(04) COMP VALUE ZERO.
007070 01  WS-FEDBR-BEST            PIC 9(04) COMP VALUE ZERO.
007071*----------------------------------------------------------------
007072* FEDERAL WITHHOLDING SELECTORS AND THE W-4 IN FORCE FOR THE
007073* CURRENT EMPLOYEE (2311).  2315 WALKS THE BRACKETS FOR
007074* WS-FIT-STATUS ON SCHEDULE WS-FIT-SCHED - BLANK FOR THE STANDARD
007075* SCHEDULE, "2" FOR THE STEP 2 MULTIPLE-JOBS ONE.  AN EXEMPT
007076* CLAIM RUNS TO FEBRUARY 15 OF THE YEAR AFTER ITS EFFECTIVE YEAR
007077* (WS-W4-EXPIRY-DATE).
007078*----------------------------------------------------------------
007079 01  WS-FIT-STATUS            PIC X(01) VALUE SPACE.
007080 01  WS-FIT-SCHED             PIC X(01) VALUE SPACE.
007081 01  WS-W4-ELECTION.
007082     05  WS-W4-EFF-DATE       PIC 9(08).
007083     05  WS-W4-EFF-DATE-R REDEFINES WS-W4-EFF-DATE.
007084         10  WS-W4-EFF-YYYY   PIC 9(04).
007085         10  FILLER           PIC 9(04).
007086     05  WS-W4-MULTIPLE-JOBS  PIC X(01).
007087     05  WS-W4-DEPENDENT-AMT  PIC 9(05)V99.
007088     05  WS-W4-OTHER-INCOME   PIC 9(07)V99.
007089     05  WS-W4-EXTRA-DEDUCT   PIC 9(07)V99.
007090     05  WS-W4-EXTRA-WITHHOLD PIC 9(05)V99.
007091 01  WS-W4-EXPIRY-DATE.
007092     05  WS-W4-EXPIRY-YYYY    PIC 9(04) VALUE ZERO.
007093     05  WS-W4-EXPIRY-MMDD    PIC 9(04) VALUE 0215.
007094 01  WS-W4-EXPIRY-DATE-N REDEFINES WS-W4-EXPIRY-DATE
007095                              PIC 9(08).
007096 01  WS-W4-ANNUAL-WORK        PIC S9(09)V99 VALUE ZERO.
007097 01  WS-W4-TAX-WORK           PIC S9(08)V99 VALUE ZERO.
007098 01  WS-STATE-COUNT           PIC 9(04) COMP VALUE ZERO.
007099 01  WS-STATE-RATE-TABLE.
007100     05  WS-STATE-ENTRY OCCURS 10 TIMES.
007110         10  WS-STATE-TAB-STATUS
007120                              PIC X(01).
007121         10  WS-STATE-TAB-RATE
007122                              PIC V999.
007123 01  WS-STATE-SUB             PIC 9(04) COMP VALUE ZERO.
007124 01  WS-STBR-COUNT            PIC 9(04) COMP VALUE ZERO.
007125 01  WS-STATE-BRACKET-TABLE.
007126     05  WS-STBR-ENTRY OCCURS 300 TIMES.
007127         10  WS-STBR-TAB-STATE
007128                              PIC X(02).
007129         10  WS-STBR-TAB-STATUS
007130                              PIC X(01).
007131         10  WS-STBR-TAB-FLOOR
007132                              PIC 9(8)V99.
007133         10  WS-STBR-TAB-BASE
007134                              PIC 9(8)V99.
007135         10  WS-STBR-TAB-RATE
007136                              PIC V999.
007137 01  WS-STBR-SUB              PIC 9(04) COMP VALUE ZERO.
007138 01  WS-STBR-BEST             PIC 9(04) COMP VALUE ZERO.
007139 01  WS-EMP-TAX-STATE         PIC X(02) VALUE SPACES.
007140*    STATE UNEMPLOYMENT ACCOUNTS FROM THE "U" RECORDS - ONE PER
007141*    STATE THE COMPANY PAYS SUTA IN.  WS-SUTA-CUR POINTS AT THE
007142*    CURRENT EMPLOYEE'S STATE, ZERO WHEN THE STATE HAS NO ACCOUNT.
007143 01  WS-SUTA-COUNT            PIC 9(04) COMP VALUE ZERO.
007144 01  WS-SUTA-RATE-TABLE.
007145     05  WS-SUTA-ENTRY OCCURS 60 TIMES.
007146         10  WS-SUTA-TAB-STATE
007147                              PIC X(02).
007148         10  WS-SUTA-TAB-BASE
007149                              PIC 9(8)V99.
007150         10  WS-SUTA-TAB-RATE
007151                              PIC V9(5).
007152 01  WS-SUTA-SUB              PIC 9(04) COMP VALUE ZERO.
007153 01  WS-SUTA-CUR              PIC 9(04) COMP VALUE ZERO.
007160 01  WS-PERIODS-PER-YEAR      PIC 9(02) VALUE 12.
007170 01  WS-ANNUAL-WAGES          PIC 9(8)V99 VALUE ZERO.
007180 01  WS-ANNUAL-TAX            PIC 9(8)V99 VALUE ZERO.
007310 01  WS-CAL-SUB               PIC 9(04) COMP VALUE ZERO.
007320 01  WS-CAL-FOUND-POS         PIC 9(04) COMP VALUE ZERO.
007330 01  WS-CAL-CHECK-DATE        PIC 9(08) VALUE ZERO.
007333 01  WS-CAL-START-DATE        PIC 9(08) VALUE ZERO.
007336 01  WS-CAL-END-DATE          PIC 9(08) VALUE ZERO.
007340 01  WS-CAL-START-PRT         PIC X(10) VALUE SPACES.
007350 01  WS-CAL-END-PRT           PIC X(10) VALUE SPACES.
007360 01  WS-CAL-CHECK-PRT         PIC X(10) VALUE SPACES.
007680 01  WS-TC-REG-HOURS          PIC 9(3)V99 VALUE ZERO.
007690 01  WS-TC-OT-HOURS           PIC 9(3)V99 VALUE ZERO.
007700 01  WS-TC-PTO-HOURS          PIC 9(3)V99 VALUE ZERO.
007701 01  WS-TC-LINE-HOURS         PIC 9(3)V99 VALUE ZERO.
007702 01  WS-TC-POST-EMP-ID        PIC X(10) VALUE SPACES.

007703*----------------------------------------------------------------
007704* TIMECARD WEEK POOL - WORKED RECORDS THAT CARRY A WEEK NUMBER
007705* ARE TOTALED HERE BY EMPLOYEE AND WEEK DURING THE LOAD, THEN
007706* EACH POOLED WEEK IS SPLIT INTO REGULAR AND OVERTIME HOURS, SO A
007707* WEEK CHARGED TO SEVERAL COST CENTERS STILL EARNS ITS OVERTIME.
007708*----------------------------------------------------------------
007709 01  WS-TCW-COUNT             PIC 9(04) COMP VALUE ZERO.
007710 01  WS-TC-WEEK-TABLE.
007711     05  WS-TCW-ENTRY OCCURS 2000 TIMES
007712                            INDEXED BY WS-TCW-IDX.
007713         10  WS-TCW-EMP-ID    PIC X(10).
007714         10  WS-TCW-WEEK-NO   PIC X(01).
007715         10  WS-TCW-HOURS     PIC 9(3)V99.

007716*----------------------------------------------------------------
007717* LABOR DISTRIBUTION TABLES.  WS-TCL-ENTRY HOLDS EACH EMPLOYEE'S
007718* TIMECARD HOURS BY CHARGE (COST CENTER/PROJECT, BLANK COST
007719* CENTER = HOME DEPARTMENT); WS-LSP-ENTRY HOLDS THE STANDING
007720* SALARIED SPLITS FROM LABSPLIT.IN.  AT POSTING TIME ONE
007721* EMPLOYEE'S CHARGES ARE GATHERED INTO WS-CHG-SHARE, EACH PRICED
007722* AT ITS PART OF THE GROSS; AN HOURLY CHARGE IS WEIGHTED BY ITS
007723* HOURS PLUS ITS SHARE OF THE OVERTIME PREMIUM, WHICH IS SPREAD
007724* OVER WORKED HOURS.
007725*----------------------------------------------------------------
007726 01  WS-TCL-COUNT             PIC 9(04) COMP VALUE ZERO.
007727 01  WS-TC-CHARGE-TABLE.
007728     05  WS-TCL-ENTRY OCCURS 4000 TIMES
007729                            INDEXED BY WS-TCL-IDX.
007730         10  WS-TCL-EMP-ID    PIC X(10).
007731         10  WS-TCL-DEPT      PIC X(05).
007732         10  WS-TCL-PROJECT   PIC X(08).
007733         10  WS-TCL-WORKED    PIC 9(4)V99.
007734         10  WS-TCL-PTO       PIC 9(4)V99.
007735 01  WS-LSP-COUNT             PIC 9(04) COMP VALUE ZERO.
007736 01  WS-LABOR-SPLIT-TABLE.
007737     05  WS-LSP-ENTRY OCCURS 2000 TIMES
007738                            INDEXED BY WS-LSP-IDX.
007739         10  WS-LSP-EMP-ID    PIC X(10).
007740         10  WS-LSP-DEPT      PIC X(05).
007741         10  WS-LSP-PROJECT   PIC X(08).
007742         10  WS-LSP-PERCENT   PIC 9(3)V99.
007743 01  WS-CHG-COUNT             PIC 9(02) COMP VALUE ZERO.
007744 01  WS-CHARGE-SHARE-TABLE.
007745     05  WS-CHG-SHARE OCCURS 20 TIMES
007746                            INDEXED BY WS-CHG-IDX.
007747         10  WS-CHG-DEPT      PIC X(05).
007748         10  WS-CHG-PROJECT   PIC X(08).
007749         10  WS-CHG-HOURS     PIC 9(4)V99.
007750         10  WS-CHG-WORKED    PIC 9(4)V99.
007751         10  WS-CHG-PERCENT   PIC 9(3)V99.
007752         10  WS-CHG-PREMIUM   PIC S9(6)V99.
007753         10  WS-CHG-GROSS     PIC S9(6)V99.
007754 01  WS-CHG-KEY-DEPT          PIC X(05) VALUE SPACES.
007755 01  WS-CHG-KEY-PROJECT       PIC X(08) VALUE SPACES.
007756 01  WS-CHG-BASE              PIC S9(6)V99 VALUE ZERO.
007757 01  WS-CHG-HOME-GROSS        PIC S9(6)V99 VALUE ZERO.
007758 01  WS-CHG-ALLOC-GROSS       PIC S9(6)V99 VALUE ZERO.
007759 01  WS-CHG-OT-PREMIUM        PIC S9(6)V99 VALUE ZERO.
007760 01  WS-CHG-TOTAL-HOURS       PIC 9(5)V99 VALUE ZERO.
007761 01  WS-CHG-TOTAL-WORKED      PIC 9(5)V99 VALUE ZERO.
007762 01  WS-CHG-TOTAL-PERCENT     PIC 9(5)V99 VALUE ZERO.
007763 01  WS-CHG-WEIGHT-TOTAL      PIC 9(5)V9999 VALUE ZERO.
007764 01  WS-CHG-WEIGHT            PIC 9(5)V9999 VALUE ZERO.
007765 01  WS-CHG-POS               PIC 9(02) COMP VALUE ZERO.

007766*----------------------------------------------------------------
007767* ONE PAYMENT'S AMOUNTS AS POSTED TO THE DEPARTMENT ROLLUP, AND
007768* THE PART OF THEM FALLING TO ONE CHARGE.  EACH CHARGE BUT THE
007769* LAST TAKES ITS GROSS PROPORTION OF EVERY AMOUNT; THE LAST TAKES
007770* WHAT IS LEFT, SO THE CHARGES ADD BACK TO THE PAYMENT TO THE
007771* PENNY AND EVERY DEPARTMENT'S JOURNAL ENTRY STILL BALANCES.
007772*----------------------------------------------------------------
007773 01  WS-DIST-SUB              PIC 9(02) COMP VALUE ZERO.
007774 01  WS-DIST-PAY-AMTS.
007775     05  WS-DPAY-NET          PIC S9(08)V99.
007776     05  WS-DPAY-GROSS        PIC S9(08)V99.
007777     05  WS-DPAY-FED          PIC S9(08)V99.
007778     05  WS-DPAY-STATE        PIC S9(08)V99.
007779     05  WS-DPAY-FICA         PIC S9(08)V99.
007780     05  WS-DPAY-MED          PIC S9(08)V99.
007781     05  WS-DPAY-OTHER        PIC S9(08)V99.
007782     05  WS-DPAY-ER-FICA      PIC S9(08)V99.
007783     05  WS-DPAY-ER-MED       PIC S9(08)V99.
007784     05  WS-DPAY-ER-FUTA      PIC S9(08)V99.
007785     05  WS-DPAY-ER-SUTA      PIC S9(08)V99.
007786 01  WS-DIST-PAY-TABLE REDEFINES WS-DIST-PAY-AMTS.
007787     05  WS-DPAY-AMT          PIC S9(08)V99 OCCURS 11 TIMES.
007788 01  WS-DIST-LEFT-TABLE.
007789     05  WS-DLEFT-AMT         PIC S9(08)V99 OCCURS 11 TIMES.
007790 01  WS-DIST-SHARE-AMTS.
007791     05  WS-DSH-NET           PIC S9(08)V99.
007792     05  WS-DSH-GROSS         PIC S9(08)V99.
007793     05  WS-DSH-FED           PIC S9(08)V99.
007794     05  WS-DSH-STATE         PIC S9(08)V99.
007795     05  WS-DSH-FICA          PIC S9(08)V99.
007796     05  WS-DSH-MED           PIC S9(08)V99.
007797     05  WS-DSH-OTHER         PIC S9(08)V99.
007798     05  WS-DSH-ER-FICA       PIC S9(08)V99.
007799     05  WS-DSH-ER-MED        PIC S9(08)V99.
007800     05  WS-DSH-ER-FUTA       PIC S9(08)V99.
007801     05  WS-DSH-ER-SUTA       PIC S9(08)V99.
007802 01  WS-DIST-SHARE-TABLE REDEFINES WS-DIST-SHARE-AMTS.
007803     05  WS-DSH-AMT           PIC S9(08)V99 OCCURS 11 TIMES.
007804 01  WS-DSH-DEPT              PIC X(05) VALUE SPACES.

007805*----------------------------------------------------------------
007806* PTO BALANCE WORK AREAS - THE EMPLOYEE'S PRIOR FIGURES FETCHED
007807* DURING VALIDATION SO A REQUEST PAST THE AVAILABLE BALANCE
007808* LANDS ON THE EXCEPTION LISTING INSTEAD OF SILENTLY PAYING,
007809* AND 2690-UPDATE-PTO-BALANCE POSTS FROM THE SAME FIGURES.
007810* THIS PERIOD'S ACCRUAL COUNTS TOWARD WHAT MAY BE TAKEN THIS
007811* PERIOD (ACCRUE-THEN-USE).  THE DEFAULT RATE IS THE COMPANY
007812* POLICY FOR AN EMPLOYEE WITH NO PTOBAL.DAT RECORD YET; HR
007813* SETS PER-EMPLOYEE OR PER-CLASS RATES ON THE RECORD ITSELF.
007814*----------------------------------------------------------------
007815 01  WS-PTO-DEFAULT-RATE      PIC 9(2)V99 VALUE 4.00.
007820 01  WS-PTO-RATE              PIC 9(2)V99 VALUE ZERO.
007830 01  WS-PTO-PRIOR-ACCRUED     PIC 9(4)V99 VALUE ZERO.
007840 01  WS-PTO-PRIOR-TAKEN       PIC 9(4)V99 VALUE ZERO.
007860 01  WS-PTO-ACC-ED            PIC ZZZ9.99.
007870 01  WS-PTO-TAKEN-ED          PIC ZZZ9.99.
007880 01  WS-PTO-AVAIL-ED          PIC ZZZ9.99.
007881*----------------------------------------------------------------
007882* FINAL-PAY WORK AREAS - A TERMINATED EMPLOYEE WHOSE MASTER IS
007883* FLAGGED FOR A FINAL CHECK IS PAID ONCE: SALARY PRORATED BY
007884* CALENDAR DAY THROUGH THE LAST DAY WORKED (HOURLY STAFF FROM
007885* THEIR LAST TIMECARDS), PLUS THE REMAINING PTO BALANCE CASHED
007886* OUT AT THE EMPLOYEE'S RATE.  A SALARIED EMPLOYEE'S PTO RATE IS
007887* THE ANNUAL SALARY OVER THE STANDARD WORK YEAR.  THE RUN TOTALS
007888* RIDE THE "B" CHECKPOINT RECORD SO A RESTART KEEPS THEM.
007889*----------------------------------------------------------------
007890 01  WS-WORK-YEAR-HOURS       PIC 9(04) VALUE 2080.
007891 01  WS-FINAL-DAYS-WORKED     PIC 9(03) COMP VALUE ZERO.
007892 01  WS-FINAL-PERIOD-DAYS     PIC 9(03) COMP VALUE ZERO.
007893 01  WS-FINAL-START-DAYNUM    PIC 9(08) COMP VALUE ZERO.
007894 01  WS-FINAL-BASE-PAY        PIC 9(6)V99 VALUE ZERO.
007895 01  WS-FINAL-PTO-HOURS       PIC 9(4)V99 VALUE ZERO.
007896 01  WS-FINAL-PTO-RATE        PIC 9(4)V9999 VALUE ZERO.
007897 01  WS-FINAL-PTO-AMT         PIC 9(6)V99 VALUE ZERO.
007898 01  WS-FINAL-PAY-COUNT       PIC 9(06) VALUE ZERO.
007899 01  WS-FINAL-PAY-GROSS       PIC 9(08)V99 VALUE ZERO.
007900 01  WS-FINAL-PTO-TOTAL       PIC 9(08)V99 VALUE ZERO.
007901 01  WS-FINAL-DED-ENDED       PIC 9(06) VALUE ZERO.
007902 01  WS-FINAL-DED-EMP-ID      PIC X(10) VALUE SPACES.
007903 01  WS-FINAL-DED-END-DATE    PIC 9(08) VALUE ZERO.
007904 01  WS-FINAL-LINE            PIC X(80).
007905 01  WS-FINAL-AMT-ED          PIC ZZZ,ZZ9.99.
007906 01  WS-FINAL-AMT-ED-2        PIC ZZZ,ZZ9.99.
007907 01  WS-FINAL-TOT-ED          PIC ZZ,ZZZ,ZZ9.99.
007908 01  WS-FINAL-TOT-ED-2        PIC ZZ,ZZZ,ZZ9.99.
007909 01  WS-FINAL-HRS-ED          PIC ZZZ9.99.
007910 01  WS-FINAL-DAYS-ED         PIC ZZ9.
007911 01  WS-FINAL-PDAYS-ED        PIC ZZ9.

007912*----------------------------------------------------------------
007913* DAY-NUMBER WORK AREAS FOR 7300-COMPUTE-DAY-NUMBER - A CCYYMMDD
007914* DATE IN, A SERIAL DAY NUMBER OUT, SO TWO DATES CAN BE
007915* SUBTRACTED TO COUNT THE DAYS BETWEEN THEM.
007916*----------------------------------------------------------------
007917 01  WS-DAYNUM-DATE.
007918     05  WS-DAYNUM-YYYY       PIC 9(04).
007919     05  WS-DAYNUM-MM         PIC 9(02).
007920     05  WS-DAYNUM-DD         PIC 9(02).
007921 01  WS-DAYNUM-DATE-N REDEFINES WS-DAYNUM-DATE
007922                              PIC 9(08).
007923 01  WS-DAYNUM-A              PIC 9(02) COMP VALUE ZERO.
007924 01  WS-DAYNUM-Y              PIC 9(06) COMP VALUE ZERO.
007925 01  WS-DAYNUM-M              PIC 9(04) COMP VALUE ZERO.
007926 01  WS-DAYNUM-WORK           PIC 9(08) COMP VALUE ZERO.
007927 01  WS-DAYNUM                PIC 9(08) COMP VALUE ZERO.

007928*----------------------------------------------------------------
007929* DEDUCTION MASTER TABLE - LOADED FROM DEDUCT.IN AT
007930* INITIALIZATION.  DEDUCT.IN IS MAINTAINED IN EMP-ID/PRIORITY
007931* SEQUENCE, SO A STRAIGHT FRONT-TO-BACK SCAN OF THE TABLE
007932* APPLIES AN EMPLOYEE'S DEDUCTIONS IN PRIORITY ORDER.  THE
007940* LOAD ENFORCES THAT SEQUENCE - AN ENTRY OUT OF EMP-ID ORDER,
007950* OR OUT OF PRIORITY ORDER WITHIN ITS EMPLOYEE, IS DROPPED
007960* WITH A CONSOLE MESSAGE RATHER THAN APPLIED IN THE WRONG
008580     05  WS-YTD-PRIOR-NET     PIC 9(8)V99 VALUE ZERO.
008590     05  WS-YTD-PRIOR-FED     PIC 9(8)V99 VALUE ZERO.
008600     05  WS-YTD-PRIOR-STATE   PIC 9(8)V99 VALUE ZERO.
008601     05  WS-YTD-PRIOR-FICA    PIC 9(8)V99 VALUE ZERO.
008602     05  WS-YTD-PRIOR-MED     PIC 9(8)V99 VALUE ZERO.
008603     05  WS-YTD-PRIOR-OTHER   PIC 9(8)V99 VALUE ZERO.
008604     05  WS-YTD-PRIOR-FIT-WAGES
008605                              PIC 9(8)V99 VALUE ZERO.
008606     05  WS-YTD-PRIOR-SS-WAGES
008607                              PIC 9(8)V99 VALUE ZERO.
008608     05  WS-YTD-PRIOR-MED-WAGES
008609                              PIC 9(8)V99 VALUE ZERO.
008610     05  WS-YTD-PRIOR-401K    PIC 9(8)V99 VALUE ZERO.
008611 01  WS-FICA-TAXABLE          PIC S9(8)V99 VALUE ZERO.
008612*    UNEMPLOYMENT TAX WORK AREAS - THE WAGES ALREADY POSTED TO
008613*    THE STATE'S ACCOUNT THIS YEAR, AND THIS PAYMENT'S (OR VOID'S)
008614*    WAGES TAXABLE UNDER EACH BASE.
008615 01  WS-UI-WORK.
008616     05  WS-UI-PRIOR-WAGES    PIC 9(8)V99 VALUE ZERO.
008617     05  WS-UI-CAPPED         PIC S9(8)V99 VALUE ZERO.
008618     05  WS-UI-BASE           PIC 9(8)V99 VALUE ZERO.
008619     05  WS-FUTA-TAXABLE      PIC 9(6)V99 VALUE ZERO.
008620     05  WS-SUTA-TAXABLE      PIC 9(6)V99 VALUE ZERO.
008621 01  WS-ADDL-MED-WAGES        PIC S9(8)V99 VALUE ZERO.
008622*----------------------------------------------------------------
008623* PRE-TAX DEDUCTIONS AND THE TAXABLE WAGE BASES THEY LEAVE.
008624* 401(K) DEFERRALS REDUCE FEDERAL/STATE TAXABLE WAGES (W-2 BOX 1)
008625* ONLY; SECTION 125 AMOUNTS REDUCE THAT AND THE FICA/MEDICARE
008626* WAGES (BOX 3/5) AS WELL.  WS-401K-ROOM IS WHAT REMAINS UNDER
008627* THE ANNUAL DEFERRAL LIMIT.
008628*----------------------------------------------------------------
008629 01  WS-PRETAX-WORK.
008630     05  WS-PRETAX-401K       PIC 9(6)V99 VALUE ZERO.
008631     05  WS-PRETAX-125        PIC 9(6)V99 VALUE ZERO.
008632     05  WS-FIT-WAGES         PIC 9(6)V99 VALUE ZERO.
008633     05  WS-FICA-WAGES        PIC 9(6)V99 VALUE ZERO.
008634 01  WS-401K-ROOM             PIC S9(8)V99 VALUE ZERO.
008635*----------------------------------------------------------------
008636* PER-STATE YEAR-TO-DATE DETAIL - THE YTDREC STATE ENTRIES AS
008637* FETCHED BY 2250-FETCH-YTD-PRIOR AND POSTED BY 2600/2670.
008638* WS-YTD-ST-CUR POINTS AT THE ENTRY FOR THIS PAYMENT'S STATE -
008639* ZERO WHEN NO STATE IS ON FILE OR ALL FOUR ENTRIES ARE ALREADY
008640* TAKEN BY OTHER STATES.
008641*----------------------------------------------------------------
008642 01  WS-YTD-ST-TABLE.
008643     05  WS-YTD-ST-ENTRY OCCURS 4 TIMES.
008644         10  WS-YTD-ST-CODE   PIC X(02).
008645         10  WS-YTD-ST-WAGES  PIC 9(8)V99.
008646         10  WS-YTD-ST-TAX    PIC 9(8)V99.
008647         10  WS-YTD-ST-UI-WAGES
008648                              PIC 9(8)V99.
008654 01  WS-YTD-ST-SUB            PIC 9(04) COMP VALUE ZERO.
008655 01  WS-YTD-ST-CUR            PIC 9(04) COMP VALUE ZERO.

008660*----------------------------------------------------------------
008670* CHECK PRINTING WORK AREAS.  THE NEXT CHECK NUMBER PERSISTS IN
009600     05  WS-GLP-NET           PIC S9(8)V99.
009610     05  WS-GLP-ER-FICA       PIC S9(8)V99.
009620     05  WS-GLP-ER-MED        PIC S9(8)V99.
009623     05  WS-GLP-ER-FUTA       PIC S9(8)V99.
009626     05  WS-GLP-ER-SUTA       PIC S9(8)V99.

009630*----------------------------------------------------------------
009640* PAY COMPUTATION WORK AREAS
009810         10  WS-ER-FICA-AMT  PIC 9(6)V99.
009820         10  WS-ER-MEDICARE-AMT
009830                             PIC 9(6)V99.
009833         10  WS-ER-FUTA-AMT  PIC 9(6)V99.
009836         10  WS-ER-SUTA-AMT  PIC 9(6)V99.

009840*----------------------------------------------------------------
009850* EDITED (DECIMAL-POINT) WORK AREAS USED TO MOVE A MONEY AMOUNT
010070     05  WS-TOTAL-OTHER-DED   PIC S9(8)V99 VALUE ZERO.
010080     05  WS-TOTAL-ER-FICA     PIC S9(8)V99 VALUE ZERO.
010090     05  WS-TOTAL-ER-MED      PIC S9(8)V99 VALUE ZERO.
010092     05  WS-TOTAL-FIT-WAGES   PIC S9(8)V99 VALUE ZERO.
010093     05  WS-TOTAL-SS-WAGES    PIC S9(8)V99 VALUE ZERO.
010094     05  WS-TOTAL-MED-WAGES   PIC S9(8)V99 VALUE ZERO.
010095     05  WS-TOTAL-401K        PIC S9(8)V99 VALUE ZERO.
010096     05  WS-TOTAL-ER-FUTA     PIC S9(8)V99 VALUE ZERO.
010097     05  WS-TOTAL-ER-SUTA     PIC S9(8)V99 VALUE ZERO.
010098     05  WS-TOTAL-FUTA-WAGES  PIC S9(8)V99 VALUE ZERO.
010099     05  WS-TOTAL-SUTA-WAGES  PIC S9(8)V99 VALUE ZERO.

010100*----------------------------------------------------------------
010110* THE RESTART POSITION (RESTART-RECORD) AND THE CONTROL-TOTALS/
010700 01  WS-ADJ-NET               PIC 9(6)V99 VALUE ZERO.
010710 01  WS-ADJ-ER-FICA           PIC 9(6)V99 VALUE ZERO.
010720 01  WS-ADJ-ER-MED            PIC 9(6)V99 VALUE ZERO.
010721 01  WS-ADJ-401K              PIC 9(6)V99 VALUE ZERO.
010722 01  WS-ADJ-125               PIC 9(6)V99 VALUE ZERO.
010723 01  WS-ADJ-FIT-WAGES         PIC 9(6)V99 VALUE ZERO.
010724 01  WS-ADJ-SS-WAGES          PIC 9(6)V99 VALUE ZERO.
010725 01  WS-ADJ-MED-WAGES         PIC 9(6)V99 VALUE ZERO.
010726 01  WS-ADJ-ER-FUTA           PIC 9(6)V99 VALUE ZERO.
010727 01  WS-ADJ-ER-SUTA           PIC 9(6)V99 VALUE ZERO.
010728 01  WS-ADJ-FUTA-WAGES        PIC 9(6)V99 VALUE ZERO.
010729 01  WS-ADJ-SUTA-WAGES        PIC 9(6)V99 VALUE ZERO.
010730 01  WS-ADJ-PAY-COUNT         PIC 9(6) VALUE ZERO.
010740 01  WS-ADJ-VOID-COUNT        PIC 9(6) VALUE ZERO.

010930         10  WS-DEPT-OTHER    PIC S9(08)V99 VALUE ZERO.
010940         10  WS-DEPT-ER-FICA  PIC S9(08)V99 VALUE ZERO.
010950         10  WS-DEPT-ER-MED   PIC S9(08)V99 VALUE ZERO.
010953         10  WS-DEPT-ER-FUTA  PIC S9(08)V99 VALUE ZERO.
010956         10  WS-DEPT-ER-SUTA  PIC S9(08)V99 VALUE ZERO.
010960*----------------------------------------------------------------
010970* OVERFLOW BUCKET - A ROSTER WITH MORE THAN 100 DEPARTMENTS
010980* ROLLS THE EXCESS IN HERE; THE GL POSTING CARRIES IT AS THE
011090     05  WS-OVFL-OTHER        PIC S9(08)V99 VALUE ZERO.
011100     05  WS-OVFL-ER-FICA      PIC S9(08)V99 VALUE ZERO.
011110     05  WS-OVFL-ER-MED       PIC S9(08)V99 VALUE ZERO.
011113     05  WS-OVFL-ER-FUTA      PIC S9(08)V99 VALUE ZERO.
011116     05  WS-OVFL-ER-SUTA      PIC S9(08)V99 VALUE ZERO.
011120 01  WS-DEPT-TOTAL-ED         PIC Z,ZZZ,ZZ9.99-.
011121 01  WS-DEPT-OVRFLW-TOTAL-ED  PIC Z,ZZZ,ZZ9.99-.
011122*----------------------------------------------------------------
011123* STATE WITHHOLDING BY DEPARTMENT AND STATE - SPLITS EACH
011124* DEPARTMENT'S STATE W/H PAYABLE CREDIT ON GLPOST.OUT BY TAXING
011125* STATE.  THE OVERFLOW BUCKET'S SHARE IS KEYED "*OVFL".  WHAT A
011126* FULL TABLE CANNOT HOLD POSTS UNSPLIT, SO THE ENTRY STILL
011127* BALANCES.
011128*----------------------------------------------------------------
011129 01  WS-STWH-COUNT            PIC 9(04) COMP VALUE ZERO.
011130 01  WS-STWH-TABLE.
011131     05  WS-STWH-ENTRY OCCURS 500 TIMES
011132                            INDEXED BY WS-STWH-IDX.
011133         10  WS-STWH-DEPT     PIC X(05).
011134         10  WS-STWH-STATE    PIC X(02).
011135         10  WS-STWH-AMOUNT   PIC S9(08)V99.
011136 01  WS-STWH-DEPT-KEY         PIC X(05) VALUE SPACES.
011137 01  WS-STWH-POST-AMT         PIC S9(08)V99 VALUE ZERO.
011138 01  WS-GLP-STATE-SPLIT       PIC S9(08)V99 VALUE ZERO.

011140 01  WS-DEPT-LINE             PIC X(80).

011141*----------------------------------------------------------------
011142* LABOR DISTRIBUTION ROLLUP FOR LABDIST.OUT - ONE ENTRY PER
011143* CHARGED COST CENTER AND PROJECT, KEPT IN COST CENTER/PROJECT
011144* SEQUENCE AS ENTRIES ARE ADDED SO THE REPORT NEEDS NO SORT.
011145* CHECKPOINTED WITH THE DEPARTMENT ROLLUP ("L" RECORDS).
011146*----------------------------------------------------------------
011147 01  WS-LD-COUNT              PIC 9(04) COMP VALUE ZERO.
011148 01  WS-LD-SUB                PIC 9(04) COMP VALUE ZERO.
011149 01  WS-LD-POS                PIC 9(04) COMP VALUE ZERO.
011150 01  WS-LABOR-DIST-TABLE.
011151     05  WS-LD-ENTRY OCCURS 500 TIMES
011152                            INDEXED BY WS-LD-IDX.
011153         10  WS-LD-KEY.
011154             15  WS-LD-DEPT   PIC X(05).
011155             15  WS-LD-PROJECT
011156                              PIC X(08).
011157         10  WS-LD-HOURS      PIC S9(06)V99.
011158         10  WS-LD-PREMIUM    PIC S9(08)V99.
011159         10  WS-LD-GROSS      PIC S9(08)V99.
011160         10  WS-LD-ER-TAX     PIC S9(08)V99.
011161 01  WS-LD-SEARCH-KEY.
011162     05  WS-LD-SRCH-DEPT      PIC X(05).
011163     05  WS-LD-SRCH-PROJECT   PIC X(08).
011164 01  WS-LD-POST-HOURS         PIC S9(06)V99 VALUE ZERO.
011165 01  WS-LD-POST-PREMIUM       PIC S9(08)V99 VALUE ZERO.
011166 01  WS-LD-POST-ER-TAX        PIC S9(08)V99 VALUE ZERO.
011167 01  WS-LD-PREV-DEPT          PIC X(05) VALUE SPACES.
011168 01  WS-LD-SUBTOTALS.
011169     05  WS-LD-SUB-HOURS      PIC S9(06)V99 VALUE ZERO.
011170     05  WS-LD-SUB-PREMIUM    PIC S9(08)V99 VALUE ZERO.
011171     05  WS-LD-SUB-GROSS      PIC S9(08)V99 VALUE ZERO.
011172     05  WS-LD-SUB-ER-TAX     PIC S9(08)V99 VALUE ZERO.
011173 01  WS-LD-GRAND-TOTALS.
011174     05  WS-LD-TOT-HOURS      PIC S9(06)V99 VALUE ZERO.
011175     05  WS-LD-TOT-PREMIUM    PIC S9(08)V99 VALUE ZERO.
011176     05  WS-LD-TOT-GROSS      PIC S9(08)V99 VALUE ZERO.
011177     05  WS-LD-TOT-ER-TAX     PIC S9(08)V99 VALUE ZERO.
011178 01  WS-LD-LINE.
011179     05  LD-DEPT              PIC X(05).
011180     05  FILLER               PIC X(02).
011181     05  LD-PROJECT           PIC X(08).
011182     05  FILLER               PIC X(01).
011183     05  LD-HOURS             PIC ZZZ,ZZ9.99-.
011184     05  FILLER               PIC X(01).
011185     05  LD-STRAIGHT          PIC Z,ZZZ,ZZ9.99-.
011186     05  FILLER               PIC X(01).
011187     05  LD-PREMIUM           PIC Z,ZZZ,ZZ9.99-.
011188     05  FILLER               PIC X(01).
011189     05  LD-GROSS             PIC Z,ZZZ,ZZ9.99-.
011190     05  FILLER               PIC X(01).
011191     05  LD-ER-TAX            PIC Z,ZZZ,ZZ9.99-.
011192     05  FILLER               PIC X(01).
011193     05  LD-COST              PIC Z,ZZZ,ZZ9.99-.
011194     05  FILLER               PIC X(03).

011195*----------------------------------------------------------------
011196* TRIAL (PREVIEW) RUN - ONE ENTRY PER ROSTER EMPLOYEE PAID OR
011197* REJECTED, IN ROSTER (EMP-ID) ORDER, MATCHED AT CLOSE AGAINST
011198* EACH EMPLOYEE'S LAST REGULAR PAYHIST PAYMENT FOR VARIANCE.OUT.
011199*----------------------------------------------------------------
011200 01  WS-TRIAL-TOL-PCT         PIC 9(3)V99 VALUE 10.00.
011201 01  WS-TRIAL-TOL-AMT         PIC 9(5)V99 VALUE 25.00.
011202 01  WS-TRIAL-PCT-ED          PIC ZZ9.99.
011203 01  WS-TRIAL-AMT-ED          PIC ZZ,ZZ9.99.
011204 01  WS-TRIAL-LABEL           PIC X(28).
011205 01  WS-FIRST-GARN-CODE       PIC X(04) VALUE SPACES.
011206 01  WS-PRV-COUNT             PIC 9(04) COMP VALUE ZERO.
011207 01  WS-PRV-SUB               PIC 9(04) COMP VALUE ZERO.
011208 01  WS-PREVIEW-TABLE.
011209     05  WS-PRV-ENTRY OCCURS 3000 TIMES
011210                              INDEXED BY WS-PRV-IDX.
011211         10  WS-PRV-EMP-ID    PIC X(10).
011212         10  WS-PRV-NAME      PIC X(30).
011213         10  WS-PRV-STATUS    PIC X(01).
011214             88  PRV-PAID                  VALUE "P".
011215             88  PRV-REJECTED              VALUE "R".
011216         10  WS-PRV-GROSS     PIC 9(6)V99.
011217         10  WS-PRV-NET       PIC 9(6)V99.
011218         10  WS-PRV-GARN-CODE PIC X(04).
011219         10  WS-PRV-FICA-SW   PIC X(01).
011220             88  PRV-CROSSES-FICA-BASE     VALUE "Y".
011221         10  WS-PRV-REASON    PIC X(40).
011222 01  WS-VH-LATEST-PERIOD      PIC X(08) VALUE SPACES.
011223 01  WS-VH-EMP-ID             PIC X(10) VALUE SPACES.
011224 01  WS-VH-PERIOD             PIC X(08) VALUE SPACES.
011225 01  WS-VH-GROSS              PIC S9(8)V99 VALUE ZERO.
011226 01  WS-VH-NET                PIC S9(8)V99 VALUE ZERO.
011227 01  WS-VAR-DIFF              PIC S9(8)V99 VALUE ZERO.
011228 01  WS-VAR-BASE              PIC 9(8)V99 VALUE ZERO.
011229 01  WS-VAR-ABS               PIC 9(8)V99 VALUE ZERO.
011230 01  WS-VAR-LIMIT             PIC 9(8)V99 VALUE ZERO.
011231 01  WS-VAR-COUNTS.
011232     05  WS-VAR-PAID-COUNT    PIC 9(05) VALUE ZERO.
011233     05  WS-VAR-REJECT-COUNT  PIC 9(05) VALUE ZERO.
011234     05  WS-VAR-COMPARED-COUNT
011235                              PIC 9(05) VALUE ZERO.
011236     05  WS-VAR-OVER-COUNT    PIC 9(05) VALUE ZERO.
011237     05  WS-VAR-NEW-COUNT     PIC 9(05) VALUE ZERO.
011238     05  WS-VAR-MISSING-COUNT PIC 9(05) VALUE ZERO.
011239     05  WS-VAR-GARN-COUNT    PIC 9(05) VALUE ZERO.
011240     05  WS-VAR-FICA-COUNT    PIC 9(05) VALUE ZERO.
011241 01  WS-VAR-LINE.
011242     05  VAR-EMP-ID           PIC X(10).
011243     05  FILLER               PIC X(01).
011244     05  VAR-NAME             PIC X(30).
011245     05  FILLER               PIC X(01).
011246     05  VAR-PRIOR-PERIOD     PIC X(08).
011247     05  FILLER               PIC X(01).
011248     05  VAR-PRIOR-GROSS      PIC ZZZ,ZZ9.99-.
011249     05  FILLER               PIC X(01).
011250     05  VAR-PRV-GROSS        PIC ZZZ,ZZ9.99-.
011251     05  FILLER               PIC X(01).
011252     05  VAR-PRIOR-NET        PIC ZZZ,ZZ9.99-.
011253     05  FILLER               PIC X(01).
011254     05  VAR-PRV-NET          PIC ZZZ,ZZ9.99-.
011255     05  FILLER               PIC X(01).
011256     05  VAR-NOTE             PIC X(30).
011257     05  FILLER               PIC X(03).
011258*----------------------------------------------------------------
011259* CONTROL-TOTALS / DEPARTMENT-ROLLUP CHECKPOINT RECORD, WRITTEN
011260* TO PAYROLL.CTLCKPT EVERY TIME PAYROLL.RESTART IS CHECKPOINTED
011261* SO A RESTARTED RUN CAN RELOAD THE RUN-TO-DATE CONTROL TOTALS
011262* AND DEPARTMENT SUBTOTALS INSTEAD OF STARTING THEM OVER AT
011263* ZERO.  REC-TYPE "T" IS THE SINGLE CONTROL TOTALS LINE, "D" IS
011264* ONE LINE PER DEPARTMENT ENTRY CURRENTLY IN WS-DEPT-TABLE.
011265* "W" IS ONE LINE PER DEPARTMENT/STATE WITHHOLDING ENTRY, "L"
011266* ONE LINE PER LABOR DISTRIBUTION ENTRY.
011267*----------------------------------------------------------------
011268 01  WS-CKPT-RECORD.
011269     05  CKPT-REC-TYPE        PIC X(01).
011270         88  CKPT-TYPE-TOTALS       VALUE "T".
011271         88  CKPT-TYPE-DEPT         VALUE "D".
011272         88  CKPT-TYPE-OVFL         VALUE "O".
011280         88  CKPT-TYPE-DED-TAKEN    VALUE "E".
011285         88  CKPT-TYPE-STATE-WH     VALUE "W".
011287         88  CKPT-TYPE-WAGE-BOX     VALUE "B".
011288         88  CKPT-TYPE-LABOR-DIST   VALUE "L".
011290     05  CKPT-RECORD-COUNT    PIC 9(06).
011300     05  CKPT-EXCEPTION-COUNT PIC 9(06).
011310     05  CKPT-TOTAL-GROSS     PIC 9(08)V99.
011510     05  CKPT-DEPT-OTHER      PIC 9(08)V99.
011520     05  CKPT-DEPT-ER-FICA    PIC 9(08)V99.
011530     05  CKPT-DEPT-ER-MED     PIC 9(08)V99.
011535     05  CKPT-DEPT-ER-FUTA    PIC 9(08)V99.
011540     05  CKPT-DEPT-ER-SUTA    PIC 9(08)V99.
011545     05  FILLER               PIC X(24).
011550 01  WS-CKPT-OVFL-RECORD REDEFINES WS-CKPT-RECORD.
011560     05  CKPT-OVFL-TYPE       PIC X(01).
011570     05  CKPT-OVFL-NET        PIC 9(08)V99.
011630     05  CKPT-OVFL-OTHER      PIC 9(08)V99.
011640     05  CKPT-OVFL-ER-FICA    PIC 9(08)V99.
011650     05  CKPT-OVFL-ER-MED     PIC 9(08)V99.
011655     05  CKPT-OVFL-ER-FUTA    PIC 9(08)V99.
011660     05  CKPT-OVFL-ER-SUTA    PIC 9(08)V99.
011665     05  FILLER               PIC X(29).
011670*    ONE "E" RECORD PER DEDUCTION ENTRY WITH NONZERO LIFETIME
011680*    TAKEN MOVEMENT, SO A RESTARTED RUN RELOADS THE GOAL
011690*    ACCUMULATION ALONG WITH THE CONTROL TOTALS.
011720     05  CKPT-DTKN-EMP-ID     PIC X(10).
011730     05  CKPT-DTKN-CODE       PIC X(04).
011740     05  CKPT-DTKN-PRIORITY   PIC 9(02).
011741     05  CKPT-DTKN-TAKEN      PIC 9(7)V99.
011742     05  FILLER               PIC X(114).
011743 01  WS-CKPT-STWH-RECORD REDEFINES WS-CKPT-RECORD.
011744     05  CKPT-STWH-TYPE       PIC X(01).
011745     05  CKPT-STWH-DEPT       PIC X(05).
011746     05  CKPT-STWH-STATE      PIC X(02).
011747     05  CKPT-STWH-AMOUNT     PIC 9(08)V99.
011748     05  FILLER               PIC X(122).
011749 01  WS-CKPT-WAGE-RECORD REDEFINES WS-CKPT-RECORD.
011750     05  CKPT-WAGE-TYPE       PIC X(01).
011751     05  CKPT-TOTAL-FIT-WAGES PIC 9(08)V99.
011752     05  CKPT-TOTAL-SS-WAGES  PIC 9(08)V99.
011753     05  CKPT-TOTAL-MED-WAGES PIC 9(08)V99.
011754     05  CKPT-TOTAL-401K      PIC 9(08)V99.
011755     05  CKPT-TOTAL-ER-FUTA   PIC 9(08)V99.
011756     05  CKPT-TOTAL-ER-SUTA   PIC 9(08)V99.
011757     05  CKPT-TOTAL-FUTA-WAGES
011758                              PIC 9(08)V99.
011759     05  CKPT-TOTAL-SUTA-WAGES
011760                              PIC 9(08)V99.
011762     05  CKPT-FINAL-PAY-COUNT PIC 9(06).
011764     05  CKPT-FINAL-PAY-GROSS PIC 9(08)V99.
011766     05  CKPT-FINAL-PTO-TOTAL PIC 9(08)V99.
011768     05  FILLER               PIC X(33).
011769*    ONE "L" RECORD PER LABOR DISTRIBUTION ENTRY (COST CENTER
011770*    AND PROJECT) SO A RESTARTED RUN REPORTS THE WHOLE PERIOD.
011771 01  WS-CKPT-LD-RECORD REDEFINES WS-CKPT-RECORD.
011772     05  CKPT-LD-TYPE         PIC X(01).
011773     05  CKPT-LD-DEPT         PIC X(05).
011774     05  CKPT-LD-PROJECT      PIC X(08).
011775     05  CKPT-LD-HOURS        PIC 9(06)V99.
011776     05  CKPT-LD-PREMIUM      PIC 9(08)V99.
011777     05  CKPT-LD-GROSS        PIC 9(08)V99.
011778     05  CKPT-LD-ER-TAX       PIC 9(08)V99.
011779     05  FILLER               PIC X(88).
011780 PROCEDURE DIVISION.
011781*----------------------------------------------------------------
011790 0000-MAINLINE.
011800*----------------------------------------------------------------
011810     PERFORM 1000-INITIALIZE
011815     EVALUATE TRUE
011820         WHEN ADJUSTMENT-RUN
011825             PERFORM 2020-PROC-ADJUSTMENT
011830                 THRU 2020-PROC-ADJUSTMENT-EXIT
011835                 UNTIL END-OF-ADJUST-FILE
011840         WHEN TRIAL-RUN
011845             PERFORM 2010-PROC-TRIAL-EMP
011850                 THRU 2010-PROC-TRIAL-EMP-EXIT
011855                 UNTIL END-OF-EMP-FILE
011860         WHEN OTHER
011865             PERFORM 2000-PROC-EMP THRU 2000-PROC-EMP-EXIT
011870                 UNTIL END-OF-EMP-FILE
011875     END-EVALUATE
011880     IF TRIAL-RUN
011885         PERFORM 9900-TERMINATE-TRIAL
011890     ELSE
011895         PERFORM 9000-TERMINATE
011900     END-IF
011905     STOP RUN.

011920*----------------------------------------------------------------
011930 1000-INITIALIZE.
011940*----------------------------------------------------------------
011950     PERFORM 1400-CHECK-ADJUST-MODE
011955     PERFORM 1410-CHECK-TRIAL-MODE
011960     PERFORM 1170-READ-PERIOD-ID
011970*    THE PAY CALENDAR GATE RUNS BEFORE ANY OUTPUT FILE IS
011980*    OPENED, SO A REFUSED RERUN OF A COMPLETE PERIOD LEAVES THE
012040     END-IF
012050*    AN ADJUSTMENT RUN IS SMALL AND RUNS IN ITS OWN DIRECTORY -
012060*    THE ROSTER RESTART CHECKPOINT DOES NOT APPLY TO IT.
012065*    NEITHER DOES IT TO A TRIAL RUN, WHICH WRITES NO CHECKPOINT.
012070     IF NOT ADJUSTMENT-RUN AND NOT TRIAL-RUN
012080         PERFORM 1050-READ-RESTART-POINT
012090     END-IF
012093*    EMPLOYEES.IN IS OPENED I-O SO A TERMINATED EMPLOYEE'S
012096*    FINAL-PAY FLAG CAN BE MARKED PAID AS THE CHECK IS CUT.
012098*    A TRIAL RUN MARKS NOTHING AND OPENS IT INPUT ONLY.
012100     IF TRIAL-RUN
012102         OPEN INPUT EMP-FILE
012104     ELSE
012106         OPEN I-O EMP-FILE
012108     END-IF
012110     IF NOT EMP-FILE-OK
012120         DISPLAY "ERROR OPENING EMPLOYEES.IN - STATUS "
012130             WS-EMP-STATUS
012150         MOVE 8 TO RETURN-CODE
012160         STOP RUN
012165     END-IF
012166*    A TRIAL RUN'S ONLY OUTPUT IS THE PREVIEW REGISTER AND THE
012167*    VARIANCE REPORT - NO REGISTER, CHECKS, DEPOSITS OR STUBS.
012168     IF TRIAL-RUN
012169         OPEN OUTPUT PREVIEW-FILE
012170                     VARIANCE-FILE
012171     ELSE
012172         IF WS-RESTART-EMP-ID = SPACES
012180             OPEN OUTPUT PAYROLL-FILE
012190                         REJECT-FILE
012200                         DIRDEP-FILE
012210                         CHECK-FILE
012220                         CHECK-REG-FILE
012230                         PAYSTUB-FILE
012235                         FINALPAY-FILE
012237                         DEDTAKEN-FILE
012240         ELSE
012250             OPEN EXTEND PAYROLL-FILE
012260                         REJECT-FILE
012270                         DIRDEP-FILE
012280                         CHECK-FILE
012290                         CHECK-REG-FILE
012300                         PAYSTUB-FILE
012305                         FINALPAY-FILE
012307                         DEDTAKEN-FILE
012310         END-IF
012315     END-IF
012320     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
012330     MOVE SPACES TO WS-CHECK-DATE-PRT
012340     STRING WS-RUN-MM "/" WS-RUN-DD "/" WS-RUN-YYYY
012380*    THE PERIOD IS THE PAY DATE; THE RUN DATE STANDS IN ONLY
012390*    WHEN NO CALENDAR (OR NO ENTRY) IS ON FILE.
012400     MOVE WS-RUN-DATE TO WS-PAY-DATE-X
012402     PERFORM 1195-APPLY-CHECK-DATE
012404     IF TRIAL-RUN
012406         PERFORM 1415-START-PREVIEW-REGISTER
012408     END-IF
012412     IF WS-RESTART-EMP-ID = SPACES AND NOT ADJUSTMENT-RUN
012413             AND NOT TRIAL-RUN
012414         PERFORM 1197-START-FINAL-PAY-LIST
012416     END-IF
012420     PERFORM 1150-READ-CHECK-NO
012430     PERFORM 1500-LOAD-TAX-RATES
012440     PERFORM 1100-OPEN-YTD-MASTER
012450*    PTO DOES NOT MOVE ON AN ADJUSTMENT RUN - NO ACCRUAL ON A
012460*    SUPPLEMENTAL CHECK AND NO HOURS TO DRAW.
012463*    A TRIAL RUN OPENS YTD-MASTER, PTOBAL.DAT AND PAYHIST AS A
012466*    LIVE RUN DOES, FOR THE PRIOR FIGURES, BUT WRITES NONE.
012470     IF NOT ADJUSTMENT-RUN
012480         PERFORM 1105-OPEN-PTO-MASTER
012490     END-IF
012500     PERFORM 1108-OPEN-PAYHIST
012505     PERFORM 1109-OPEN-PENDING-CHANGES
012507     PERFORM 1110-OPEN-W4-ELECTIONS
012510     PERFORM 1200-LOAD-TIMECARDS
012515     PERFORM 1260-LOAD-LABOR-SPLITS
012520     PERFORM 1300-LOAD-DEDUCTIONS
012530*    THE CHECKPOINT RELOAD RUNS AFTER THE DEDUCTION LOAD - ITS
012540*    "E" RECORDS POST THE PRE-RESTART GOAL ACCUMULATION BACK
013280                 WHEN CKPT-TYPE-DEPT
013290                     PERFORM 1090-RELOAD-DEPT-ENTRY
013300                 WHEN CKPT-TYPE-OVFL
013301                     PERFORM 1095-RELOAD-OVFL-ENTRY
013302                 WHEN CKPT-TYPE-DED-TAKEN
013303                     PERFORM 1096-RELOAD-DED-TAKEN
013304                 WHEN CKPT-TYPE-STATE-WH
013305                     PERFORM 1098-RELOAD-STATE-WH
013306                 WHEN CKPT-TYPE-LABOR-DIST
013307                     PERFORM 1099-RELOAD-LABOR-DIST
013315                 WHEN CKPT-TYPE-WAGE-BOX
013316                     MOVE CKPT-TOTAL-FIT-WAGES
013317                         TO WS-TOTAL-FIT-WAGES
013318                     MOVE CKPT-TOTAL-SS-WAGES
013319                         TO WS-TOTAL-SS-WAGES
013320                     MOVE CKPT-TOTAL-MED-WAGES
013321                         TO WS-TOTAL-MED-WAGES
013322                     MOVE CKPT-TOTAL-401K
013323                         TO WS-TOTAL-401K
013324                     MOVE CKPT-TOTAL-ER-FUTA
013325                         TO WS-TOTAL-ER-FUTA
013326                     MOVE CKPT-TOTAL-ER-SUTA
013327                         TO WS-TOTAL-ER-SUTA
013328                     MOVE CKPT-TOTAL-FUTA-WAGES
013329                         TO WS-TOTAL-FUTA-WAGES
013330                     MOVE CKPT-TOTAL-SUTA-WAGES
013331                         TO WS-TOTAL-SUTA-WAGES
013332                     IF CKPT-FINAL-PAY-COUNT IS NUMERIC
013333                         MOVE CKPT-FINAL-PAY-COUNT
013334                             TO WS-FINAL-PAY-COUNT
013335                         MOVE CKPT-FINAL-PAY-GROSS
013336                             TO WS-FINAL-PAY-GROSS
013337                         MOVE CKPT-FINAL-PTO-TOTAL
013338                             TO WS-FINAL-PTO-TOTAL
013339                     END-IF
013340             END-EVALUATE
013350     END-READ.
013360 1080-READ-CKPT-LINE-EXIT.
013530             TO WS-DEPT-ER-FICA (WS-DEPT-IDX)
013540         MOVE CKPT-DEPT-ER-MED
013550             TO WS-DEPT-ER-MED (WS-DEPT-IDX)
013552         MOVE CKPT-DEPT-ER-FUTA
013554             TO WS-DEPT-ER-FUTA (WS-DEPT-IDX)
013556         MOVE CKPT-DEPT-ER-SUTA
013558             TO WS-DEPT-ER-SUTA (WS-DEPT-IDX)
013560     END-IF.

013570*----------------------------------------------------------------
013660     MOVE CKPT-OVFL-MED     TO WS-OVFL-MED
013670     MOVE CKPT-OVFL-OTHER   TO WS-OVFL-OTHER
013680     MOVE CKPT-OVFL-ER-FICA TO WS-OVFL-ER-FICA
013690     MOVE CKPT-OVFL-ER-MED  TO WS-OVFL-ER-MED
013693     MOVE CKPT-OVFL-ER-FUTA TO WS-OVFL-ER-FUTA
013696     MOVE CKPT-OVFL-ER-SUTA TO WS-OVFL-ER-SUTA.

013700*----------------------------------------------------------------
013710 1096-RELOAD-DED-TAKEN.
013880         MOVE CKPT-DTKN-TAKEN TO WS-DED-TAB-TAKEN (WS-DED-IDX)
013890     END-IF.
013900 1097-MATCH-DED-TAKEN-EXIT.
013901     EXIT.

013902*----------------------------------------------------------------
013903 1098-RELOAD-STATE-WH.
013904*----------------------------------------------------------------
013905     IF WS-STWH-COUNT < 500
013906         ADD 1 TO WS-STWH-COUNT
013907         SET WS-STWH-IDX TO WS-STWH-COUNT
013908         MOVE CKPT-STWH-DEPT   TO WS-STWH-DEPT (WS-STWH-IDX)
013909         MOVE CKPT-STWH-STATE  TO WS-STWH-STATE (WS-STWH-IDX)
013910         MOVE CKPT-STWH-AMOUNT TO WS-STWH-AMOUNT (WS-STWH-IDX)
013911     END-IF.

013912*----------------------------------------------------------------
013913 1099-RELOAD-LABOR-DIST.
013914*----------------------------------------------------------------
013915*    ENTRIES WERE SNAPSHOT IN COST CENTER / PROJECT ORDER, SO
013916*    APPENDING THEM KEEPS THE TABLE SORTED.
013917     IF WS-LD-COUNT < 500
013918         ADD 1 TO WS-LD-COUNT
013919         SET WS-LD-IDX TO WS-LD-COUNT
013920         MOVE CKPT-LD-DEPT    TO WS-LD-DEPT (WS-LD-IDX)
013921         MOVE CKPT-LD-PROJECT TO WS-LD-PROJECT (WS-LD-IDX)
013922         MOVE CKPT-LD-HOURS   TO WS-LD-HOURS (WS-LD-IDX)
013923         MOVE CKPT-LD-PREMIUM TO WS-LD-PREMIUM (WS-LD-IDX)
013924         MOVE CKPT-LD-GROSS   TO WS-LD-GROSS (WS-LD-IDX)
013925         MOVE CKPT-LD-ER-TAX  TO WS-LD-ER-TAX (WS-LD-IDX)
013926     END-IF.

013927*----------------------------------------------------------------
013930 1100-OPEN-YTD-MASTER.
013940*----------------------------------------------------------------
013950     OPEN I-O YTD-FILE
014250         OPEN I-O PAYHIST-FILE
014260     END-IF.

014261*----------------------------------------------------------------
014262 1109-OPEN-PENDING-CHANGES.
014263*----------------------------------------------------------------
014264*    PENDCHG.DAT IS EMP-MAINT'S FILE; THIS PROGRAM ONLY LOOKS.
014265*    A SITE THAT HAS NEVER HELD A CHANGE HAS NO FILE, AND THEN
014266*    THERE IS NOTHING TO WARN ABOUT.
014267     OPEN INPUT PEND-FILE
014268     IF PEND-FILE-OK
014269         MOVE "Y" TO WS-PEND-OPEN-SW
014270     END-IF.

014271*----------------------------------------------------------------
014272 1110-OPEN-W4-ELECTIONS.
014273*----------------------------------------------------------------
014274*    W4ELECT.DAT IS EMP-MAINT'S FILE; THIS PROGRAM ONLY READS IT.
014275*    A SITE THAT HAS NEVER RECORDED A W-4 HAS NO FILE, AND THEN
014276*    EVERY EMPLOYEE IS WITHHELD ON FILING STATUS ALONE.
014277     OPEN INPUT W4-FILE
014278     IF W4-FILE-OK
014279         MOVE "Y" TO WS-W4-OPEN-SW
014280     END-IF.

014281*----------------------------------------------------------------
014282 1150-READ-CHECK-NO.
014290*----------------------------------------------------------------
014300*    A MISSING CHECKNO.CTL (FIRST EVER RUN) STARTS THE SERIES AT
014310*    THE VALUE CODED ON WS-NEXT-CHECK-NO.
015050                     "RUN REFUSED."
015060                 MOVE 8 TO RETURN-CODE
015070                 STOP RUN
015071             END-IF
015072*            A CALENDAR LARGER THAN THE TABLE LOADED SHORT -
015073*            REWRITING THE FILE FROM A SHORT TABLE WOULD
015074*            SILENTLY DELETE THE DROPPED PERIODS FROM A
015075*            HAND-KEPT MASTER (THE SAME HAZARD
015076*            9300-REWRITE-DEDUCT-MASTER REFUSES), SO THE
015077*            STAGED FILE IS LEFT EXACTLY AS IT CAME AND THE
015078*            STATUS IS NOT UPDATED THIS RUN.
015079*            A TRIAL RUN PREVIEWS THE PERIOD WITHOUT OPENING IT.
015088             EVALUATE TRUE
015089                 WHEN TRIAL-RUN
015090                     CONTINUE
015091                 WHEN CAL-TABLE-OVERFLOWED
015092                     DISPLAY "PAYCAL.DAT IS LARGER THAN THE "
015093                         "CALENDAR TABLE - RUN-STATUS NOT "
015094                         "UPDATED THIS RUN; ARCHIVE CLOSED "
015095                         "PERIODS OFF THE CALENDAR"
015096                 WHEN OTHER
015097                     MOVE "I" TO
015098                         WS-CAL-TAB-REC (WS-CAL-FOUND-POS) (37:1)
015099                     PERFORM 9700-REWRITE-PAY-CALENDAR
015100             END-EVALUATE
015110         END-IF
015120     END-IF.

015310                     MOVE WS-CALFMT-PRT TO WS-CAL-CHECK-PRT
015320                 END-IF
015330                 IF CAL-START-DATE-X IS NUMERIC
015335                     MOVE CAL-START-DATE TO WS-CAL-START-DATE
015340                     MOVE CAL-START-DATE TO WS-CALFMT-N
015350                     PERFORM 1190-FORMAT-CAL-DATE
015360                     MOVE WS-CALFMT-PRT TO WS-CAL-START-PRT
015370                 END-IF
015380                 IF CAL-END-DATE-X IS NUMERIC
015385                     MOVE CAL-END-DATE TO WS-CAL-END-DATE
015390                     MOVE CAL-END-DATE TO WS-CALFMT-N
015400                     PERFORM 1190-FORMAT-CAL-DATE
015410                     MOVE WS-CALFMT-PRT TO WS-CAL-END-PRT
015650         MOVE WS-CAL-CHECK-PRT  TO WS-CHECK-DATE-PRT
015660     END-IF.

015661*----------------------------------------------------------------
015662 1197-START-FINAL-PAY-LIST.
015663*----------------------------------------------------------------
015664*    FINALPAY.OUT LISTS EVERY FINAL CHECK THIS RUN PAYS FOR HR
015665*    SIGN-OFF.  A RESTARTED RUN EXTENDS THE LISTING ALREADY
015666*    STARTED, SO THE HEADING IS WRITTEN ONLY ON A FRESH RUN.
015667     MOVE SPACES TO WS-FINAL-LINE
015668     STRING "FINAL PAY LISTING - HR SIGN-OFF   PERIOD "
015669         WS-PERIOD-ID
015670         "   PAY DATE " WS-CHECK-DATE-PRT
015671         DELIMITED BY SIZE INTO WS-FINAL-LINE
015672     WRITE FINALPAY-RECORD FROM WS-FINAL-LINE
015673     MOVE SPACES TO WS-FINAL-LINE
015674     WRITE FINALPAY-RECORD FROM WS-FINAL-LINE.

015675*----------------------------------------------------------------
015680 1200-LOAD-TIMECARDS.
015690*----------------------------------------------------------------
015700*    A MISSING TIMECARD.IN IS NOT AN ERROR - A PERIOD WITH NO
015750         PERFORM 1210-READ-TIMECARD THRU 1210-READ-TIMECARD-EXIT
015760             UNTIL END-OF-TIMECARD-FILE
015770         CLOSE TIMECARD-FILE
015771*        A POOLED WEEK IS SPLIT INTO REGULAR AND OVERTIME ONLY
015772*        ONCE EVERY CHARGE LINE FOR THAT WEEK IS IN.
015773         PERFORM 1240-SPLIT-POOLED-WEEK
015774             THRU 1240-SPLIT-POOLED-WEEK-EXIT
015775             VARYING WS-TCW-IDX FROM 1 BY 1
015776             UNTIL WS-TCW-IDX > WS-TCW-COUNT
015780     END-IF.

015790*----------------------------------------------------------------
015930*----------------------------------------------------------------
015940 1220-POST-TIMECARD.
015950*----------------------------------------------------------------
015952*    A "P" RECORD REPORTS PTO HOURS TAKEN - NO OVERTIME SPLIT,
015954*    AND NEVER COUNTED TOWARD THE 40-HOUR WEEK.  A WORKED WEEK
015956*    IS SPLIT INTO REGULAR AND OVERTIME BEFORE ACCUMULATING,
015958*    SO OVERTIME IS JUDGED WEEK BY WEEK - A WORKED RECORD THAT
015960*    CARRIES A WEEK NUMBER IS POOLED WITH THE REST OF ITS WEEK
015962*    AND SPLIT AFTER THE LOAD (1240).  EVERY RECORD ALSO POSTS
015964*    ITS HOURS TO ITS CHARGE FOR THE LABOR DISTRIBUTION.
015966     IF TC-PTO-RECORD
015968         MOVE ZERO      TO WS-TC-REG-HOURS
015970                           WS-TC-OT-HOURS
015972         MOVE TC-HOURS  TO WS-TC-PTO-HOURS
015974         MOVE TC-EMP-ID TO WS-TC-POST-EMP-ID
015976         PERFORM 1225-POST-TC-HOURS
015978     ELSE
015980         IF TC-WEEK-NO = SPACE
015982             MOVE TC-HOURS  TO WS-TC-LINE-HOURS
015984             MOVE TC-EMP-ID TO WS-TC-POST-EMP-ID
015986             PERFORM 1222-SPLIT-TC-WEEK
015988             PERFORM 1225-POST-TC-HOURS
015990         ELSE
015992             PERFORM 1235-POOL-TC-WEEK
015994         END-IF
015996     END-IF
015998     PERFORM 1250-POST-TC-CHARGE.

016000*----------------------------------------------------------------
016002 1222-SPLIT-TC-WEEK.
016004*----------------------------------------------------------------
016006     MOVE ZERO TO WS-TC-PTO-HOURS
016008     IF WS-TC-LINE-HOURS > WS-OT-WEEK-HOURS
016010         MOVE WS-OT-WEEK-HOURS TO WS-TC-REG-HOURS
016012         COMPUTE WS-TC-OT-HOURS =
016014             WS-TC-LINE-HOURS - WS-OT-WEEK-HOURS
016016     ELSE
016018         MOVE WS-TC-LINE-HOURS TO WS-TC-REG-HOURS
016020         MOVE ZERO             TO WS-TC-OT-HOURS
016022     END-IF.

016024*----------------------------------------------------------------
016026 1225-POST-TC-HOURS.
016028*----------------------------------------------------------------
016030     MOVE "N" TO WS-TC-FOUND-SW
016032     PERFORM 1230-FIND-TC-ENTRY THRU 1230-FIND-TC-ENTRY-EXIT
016034         VARYING WS-TC-IDX FROM 1 BY 1
016036         UNTIL WS-TC-IDX > WS-TC-COUNT OR TIMECARD-FOUND
016038     IF NOT TIMECARD-FOUND
016040         IF WS-TC-COUNT < 2000
016042             ADD 1 TO WS-TC-COUNT
016044             SET WS-TC-IDX TO WS-TC-COUNT
016046             MOVE WS-TC-POST-EMP-ID
016048                                   TO WS-TC-TAB-EMP-ID (WS-TC-IDX)
016050             MOVE WS-TC-REG-HOURS  TO WS-TC-TAB-REG (WS-TC-IDX)
016052             MOVE WS-TC-OT-HOURS   TO WS-TC-TAB-OT (WS-TC-IDX)
016054             MOVE WS-TC-PTO-HOURS  TO WS-TC-TAB-PTO (WS-TC-IDX)
016056         ELSE
016058             MOVE "Y" TO WS-TC-OVERFLOW-SW
016060             DISPLAY "TIMECARD TABLE FULL - HOURS DROPPED FOR "
016062                 WS-TC-POST-EMP-ID
016064         END-IF
016066     END-IF.

016068*----------------------------------------------------------------
016070 1230-FIND-TC-ENTRY.
016072*----------------------------------------------------------------
016074     IF WS-TC-TAB-EMP-ID (WS-TC-IDX) = WS-TC-POST-EMP-ID
016076         MOVE "Y" TO WS-TC-FOUND-SW
016078         ADD WS-TC-REG-HOURS TO WS-TC-TAB-REG (WS-TC-IDX)
016080         ADD WS-TC-OT-HOURS  TO WS-TC-TAB-OT (WS-TC-IDX)
016082         ADD WS-TC-PTO-HOURS TO WS-TC-TAB-PTO (WS-TC-IDX)
016084     END-IF.
016086 1230-FIND-TC-ENTRY-EXIT.
016088     EXIT.

016090*----------------------------------------------------------------
016092 1235-POOL-TC-WEEK.
016094*----------------------------------------------------------------
016096     MOVE "N" TO WS-TC-FOUND-SW
016098     PERFORM 1237-FIND-TC-WEEK THRU 1237-FIND-TC-WEEK-EXIT
016100         VARYING WS-TCW-IDX FROM 1 BY 1
016102         UNTIL WS-TCW-IDX > WS-TCW-COUNT OR TIMECARD-FOUND
016104     IF NOT TIMECARD-FOUND
016106         IF WS-TCW-COUNT < 2000
016108             ADD 1 TO WS-TCW-COUNT
016110             SET WS-TCW-IDX TO WS-TCW-COUNT
016112             MOVE TC-EMP-ID  TO WS-TCW-EMP-ID (WS-TCW-IDX)
016114             MOVE TC-WEEK-NO TO WS-TCW-WEEK-NO (WS-TCW-IDX)
016116             MOVE TC-HOURS   TO WS-TCW-HOURS (WS-TCW-IDX)
016118         ELSE
016120             MOVE "Y" TO WS-TC-OVERFLOW-SW
016122             DISPLAY "TIMECARD WEEK TABLE FULL - HOURS DROPPED "
016124                 "FOR " TC-EMP-ID
016126         END-IF
016128     END-IF.

016130*----------------------------------------------------------------
016132 1237-FIND-TC-WEEK.
016134*----------------------------------------------------------------
016136     IF WS-TCW-EMP-ID (WS-TCW-IDX) = TC-EMP-ID
016138             AND WS-TCW-WEEK-NO (WS-TCW-IDX) = TC-WEEK-NO
016140         MOVE "Y" TO WS-TC-FOUND-SW
016142         ADD TC-HOURS TO WS-TCW-HOURS (WS-TCW-IDX)
016144     END-IF.
016146 1237-FIND-TC-WEEK-EXIT.
016148     EXIT.

016150*----------------------------------------------------------------
016152 1240-SPLIT-POOLED-WEEK.
016154*----------------------------------------------------------------
016156     MOVE WS-TCW-EMP-ID (WS-TCW-IDX) TO WS-TC-POST-EMP-ID
016158     MOVE WS-TCW-HOURS (WS-TCW-IDX)  TO WS-TC-LINE-HOURS
016160     PERFORM 1222-SPLIT-TC-WEEK
016162     PERFORM 1225-POST-TC-HOURS.
016164 1240-SPLIT-POOLED-WEEK-EXIT.
016166     EXIT.

016168*----------------------------------------------------------------
016170 1250-POST-TC-CHARGE.
016172*----------------------------------------------------------------
016174*    HOURS ARE KEPT BY EMPLOYEE AND CHARGE, WORKED APART FROM
016176*    PTO, FOR 2960-BUILD-CHARGE-SHARES.  A FULL TABLE LEAVES THE
016178*    HOURS UNCHARGED, WHICH PUTS THEIR PAY ON THE HOME DEPARTMENT.
016180     MOVE "N" TO WS-CHG-FOUND-SW
016182     PERFORM 1255-FIND-TC-CHARGE THRU 1255-FIND-TC-CHARGE-EXIT
016184         VARYING WS-TCL-IDX FROM 1 BY 1
016186         UNTIL WS-TCL-IDX > WS-TCL-COUNT OR CHARGE-SHARE-FOUND
016188     IF NOT CHARGE-SHARE-FOUND
016190         IF WS-TCL-COUNT < 4000
016192             ADD 1 TO WS-TCL-COUNT
016194             SET WS-TCL-IDX TO WS-TCL-COUNT
016196             MOVE TC-EMP-ID      TO WS-TCL-EMP-ID (WS-TCL-IDX)
016198             MOVE TC-CHARGE-DEPT TO WS-TCL-DEPT (WS-TCL-IDX)
016200             MOVE TC-PROJECT     TO WS-TCL-PROJECT (WS-TCL-IDX)
016202             MOVE ZERO           TO WS-TCL-WORKED (WS-TCL-IDX)
016204                                    WS-TCL-PTO (WS-TCL-IDX)
016206             PERFORM 1257-ADD-TC-CHARGE-HOURS
016208         ELSE
016210             DISPLAY "TIMECARD CHARGE TABLE FULL - HOURS FOR "
016212                 TC-EMP-ID " CHARGED TO HOME DEPARTMENT"
016214         END-IF
016216     END-IF.

016218*----------------------------------------------------------------
016220 1255-FIND-TC-CHARGE.
016222*----------------------------------------------------------------
016224     IF WS-TCL-EMP-ID (WS-TCL-IDX) = TC-EMP-ID
016226             AND WS-TCL-DEPT (WS-TCL-IDX) = TC-CHARGE-DEPT
016228             AND WS-TCL-PROJECT (WS-TCL-IDX) = TC-PROJECT
016230         MOVE "Y" TO WS-CHG-FOUND-SW
016232         PERFORM 1257-ADD-TC-CHARGE-HOURS
016234     END-IF.
016236 1255-FIND-TC-CHARGE-EXIT.
016238     EXIT.

016240*----------------------------------------------------------------
016242 1257-ADD-TC-CHARGE-HOURS.
016244*----------------------------------------------------------------
016246     IF TC-PTO-RECORD
016248         ADD TC-HOURS TO WS-TCL-PTO (WS-TCL-IDX)
016250     ELSE
016252         ADD TC-HOURS TO WS-TCL-WORKED (WS-TCL-IDX)
016254     END-IF.

016256*----------------------------------------------------------------
016258 1260-LOAD-LABOR-SPLITS.
016260*----------------------------------------------------------------
016262*    A MISSING LABSPLIT.IN IS NOT AN ERROR - EVERY SALARIED
016264*    EMPLOYEE THEN CHARGES THE HOME DEPARTMENT, AS BEFORE.
016266     OPEN INPUT LABSPLIT-FILE
016268     IF LABSPLIT-FILE-OK
016270         PERFORM 1265-READ-LABOR-SPLIT
016272             THRU 1265-READ-LABOR-SPLIT-EXIT
016274             UNTIL END-OF-LABSPLIT-FILE
016276         CLOSE LABSPLIT-FILE
016278     END-IF.

016280*----------------------------------------------------------------
016282 1265-READ-LABOR-SPLIT.
016284*----------------------------------------------------------------
016286     READ LABSPLIT-FILE
016288         AT END
016290             MOVE "Y" TO WS-LS-EOF-SW
016292     END-READ
016294     IF NOT END-OF-LABSPLIT-FILE
016296         IF LS-EMP-ID NOT = SPACES AND LS-PERCENT-X IS NUMERIC
016298                 AND LS-PERCENT > ZERO
016300             IF WS-LSP-COUNT < 2000
016302                 ADD 1 TO WS-LSP-COUNT
016304                 SET WS-LSP-IDX TO WS-LSP-COUNT
016306                 MOVE LS-EMP-ID   TO WS-LSP-EMP-ID (WS-LSP-IDX)
016308                 MOVE LS-CHARGE-DEPT
016310                                  TO WS-LSP-DEPT (WS-LSP-IDX)
016312                 MOVE LS-PROJECT  TO WS-LSP-PROJECT (WS-LSP-IDX)
016314                 MOVE LS-PERCENT  TO WS-LSP-PERCENT (WS-LSP-IDX)
016316             ELSE
016318                 DISPLAY "LABOR SPLIT TABLE FULL - SPLIT DROPPED "
016320                     "FOR " LS-EMP-ID
016322             END-IF
016324         END-IF
016326     END-IF.
016328 1265-READ-LABOR-SPLIT-EXIT.
016330     EXIT.
016440*----------------------------------------------------------------
016450 1300-LOAD-DEDUCTIONS.
016460*----------------------------------------------------------------
016680                 AND DED-AMOUNT-X IS NUMERIC
016690                 AND DED-PROTECT-FLOOR-X IS NUMERIC
016700                 AND DED-PRIORITY IS NUMERIC
016710                 AND (DED-VOLUNTARY OR DED-GARNISHMENT
016715                      OR DED-PRETAX-401K OR DED-PRETAX-125)
016720                 AND (DED-FLAT-AMOUNT OR DED-PCT-OF-GROSS)
016730             PERFORM 1315-CHECK-DED-SEQUENCE
016740             IF DED-IN-SEQUENCE
017620         END-IF
017630     END-IF.

017631*----------------------------------------------------------------
017632 1410-CHECK-TRIAL-MODE.
017633*----------------------------------------------------------------
017634*    A TRIAL.CTL IN THE RUN DIRECTORY (STAGED BY THE PAYTRIAL
017635*    PROCEDURE) MAKES THE RUN A TRIAL - THE FULL PERIOD
017636*    CALCULATION, BUT NOTHING WRITTEN EXCEPT PREVIEW.OUT AND
017637*    VARIANCE.OUT.  AN ADJUST.IN STAGED ALONGSIDE IT IS A SET-UP
017638*    MISTAKE, AND THE RUN STOPS RATHER THAN GUESS WHICH WAS MEANT.
017639     OPEN INPUT TRIAL-FILE
017640     IF TRIAL-FILE-OK
017641         MOVE "Y" TO WS-TRIAL-MODE-SW
017642         READ TRIAL-FILE
017643             AT END
017644                 CONTINUE
017645             NOT AT END
017646                 IF TRL-TOL-PCT-X IS NUMERIC
017647                     MOVE TRL-TOL-PCT TO WS-TRIAL-TOL-PCT
017648                 END-IF
017649                 IF TRL-TOL-AMT-X IS NUMERIC
017650                     MOVE TRL-TOL-AMT TO WS-TRIAL-TOL-AMT
017651                 END-IF
017652         END-READ
017653         CLOSE TRIAL-FILE
017654         IF ADJUSTMENT-RUN
017655             DISPLAY "TRIAL.CTL AND ADJUST.IN ARE BOTH STAGED - "
017656                 "RUN REFUSED"
017657             MOVE 8 TO RETURN-CODE
017658             STOP RUN
017659         END-IF
017660         DISPLAY "TRIAL RUN - NO MASTER, CHECK NUMBER OR "
017661             "CALENDAR UPDATES THIS RUN"
017662     END-IF.

017663*----------------------------------------------------------------
017664 1415-START-PREVIEW-REGISTER.
017665*----------------------------------------------------------------
017666     MOVE SPACES TO WS-PAYROLL-LINE
017667     STRING "PREVIEW REGISTER - TRIAL RUN   PERIOD " WS-PERIOD-ID
017668         "   PAY DATE " WS-CHECK-DATE-PRT
017669         DELIMITED BY SIZE INTO WS-PAYROLL-LINE
017670     WRITE PREVIEW-RECORD FROM WS-PAYROLL-LINE
017671     MOVE "NOTHING ON THIS REGISTER HAS BEEN PAID OR POSTED"
017672         TO WS-PAYROLL-LINE
017673     WRITE PREVIEW-RECORD FROM WS-PAYROLL-LINE
017674     MOVE SPACES TO WS-PAYROLL-LINE
017675     WRITE PREVIEW-RECORD FROM WS-PAYROLL-LINE.
017676*----------------------------------------------------------------
017677 1500-LOAD-TAX-RATES.
017678*----------------------------------------------------------------
017679*    TWO PASSES OVER TAXRATES.IN - THE FIRST FINDS THE LATEST
017680*    EFFECTIVE DATE ON OR BEFORE THE PAY DATE, THE SECOND LOADS
017690*    THAT SET'S RATES, LIMITS, AND BRACKETS.  A MISSING MASTER
017700*    IS TOLERATED - THE RUN FALLS BACK TO THE COMPILED-IN RATES
017900                 UNTIL END-OF-TAXRATE-FILE
017910             CLOSE TAXRATE-FILE
017920         END-IF
017930     END-IF
017932     IF WS-SUTA-COUNT = ZERO
017934         DISPLAY "NO SUTA ACCOUNTS ON TAXRATES.IN - EMPLOYER "
017936             "SUTA NOT ACCRUED THIS RUN"
017938     END-IF.

017940*----------------------------------------------------------------
017950 1510-SELECT-TAX-DATE.
018170     IF NOT END-OF-TAXRATE-FILE
018180         IF TAX-EFF-DATE-X IS NUMERIC
018190                 AND TAX-EFF-DATE = WS-TAX-SEL-DATE
018200                 AND (TAX-RATE-X IS NUMERIC OR TAX-SUTA-REC)
018210             EVALUATE TRUE
018220                 WHEN TAX-LIMIT-REC
018230                     PERFORM 1530-APPLY-LIMIT-RECORD
018250                     PERFORM 1540-STORE-FED-BRACKET
018260                 WHEN TAX-STATE-RATE-REC
018270                     PERFORM 1550-STORE-STATE-RATE
018273                 WHEN TAX-STATE-BRACKET-REC
018276                     PERFORM 1560-STORE-STATE-BRACKET
018277                 WHEN TAX-SUTA-REC
018278                     PERFORM 1570-STORE-SUTA-RATE
018280                 WHEN OTHER
018290                     DISPLAY "UNKNOWN TAXRATES.IN RECORD TYPE "
018300                         TAX-REC-TYPE " - SKIPPED"
018490             IF TAX-LIMIT-AMOUNT-X IS NUMERIC
018500                 MOVE TAX-LIMIT-AMOUNT TO WS-ADDL-MEDICARE-BASE
018510             END-IF
018511         WHEN "401K"
018512             IF TAX-LIMIT-AMOUNT-X IS NUMERIC
018513                 MOVE TAX-LIMIT-AMOUNT TO WS-401K-LIMIT
018514             END-IF
018515         WHEN "FUTA"
018516             MOVE TAX-RATE TO WS-FUTA-RATE
018517             IF TAX-LIMIT-AMOUNT-X IS NUMERIC
018518                 MOVE TAX-LIMIT-AMOUNT TO WS-FUTA-WAGE-BASE
018519             END-IF
018520         WHEN OTHER
018530             DISPLAY "UNKNOWN TAXRATES.IN LIMIT CODE "
018540                 TAX-CODE " - SKIPPED"
018620             ADD 1 TO WS-FEDBR-COUNT
018630             MOVE TAX-CODE (1:1)
018640                 TO WS-FEDBR-TAB-STATUS (WS-FEDBR-COUNT)
018641             IF TAX-CODE (2:1) = "2"
018642                 MOVE "2"
018643                     TO WS-FEDBR-TAB-SCHED (WS-FEDBR-COUNT)
018644             ELSE
018645                 MOVE SPACE
018646                     TO WS-FEDBR-TAB-SCHED (WS-FEDBR-COUNT)
018647             END-IF
018650             MOVE TAX-BRACKET-FLOOR
018660                 TO WS-FEDBR-TAB-FLOOR (WS-FEDBR-COUNT)
018670             MOVE TAX-LIMIT-AMOUNT
018840         MOVE TAX-CODE (1:1)
018850             TO WS-STATE-TAB-STATUS (WS-STATE-COUNT)
018860         MOVE TAX-RATE
018861             TO WS-STATE-TAB-RATE (WS-STATE-COUNT)
018862     ELSE
018863         DISPLAY "STATE RATE TABLE FULL - TAXRATES.IN ENTRY "
018864             "DROPPED"
018865     END-IF.

018866*----------------------------------------------------------------
018867 1560-STORE-STATE-BRACKET.
018868*----------------------------------------------------------------
018869     IF TAX-BRACKET-FLOOR-X IS NUMERIC
018870             AND TAX-LIMIT-AMOUNT-X IS NUMERIC
018871             AND TAX-CODE (1:2) NOT = SPACES
018872         IF WS-STBR-COUNT < 300
018873             ADD 1 TO WS-STBR-COUNT
018874             MOVE TAX-CODE (1:2)
018875                 TO WS-STBR-TAB-STATE (WS-STBR-COUNT)
018876             MOVE TAX-CODE (3:1)
018877                 TO WS-STBR-TAB-STATUS (WS-STBR-COUNT)
018878             MOVE TAX-BRACKET-FLOOR
018879                 TO WS-STBR-TAB-FLOOR (WS-STBR-COUNT)
018880             MOVE TAX-LIMIT-AMOUNT
018881                 TO WS-STBR-TAB-BASE (WS-STBR-COUNT)
018882             MOVE TAX-RATE
018883                 TO WS-STBR-TAB-RATE (WS-STBR-COUNT)
018884         ELSE
018885             DISPLAY "STATE BRACKET TABLE FULL - TAXRATES.IN "
018886                 "ENTRY DROPPED"
018887         END-IF
018888     ELSE
018889         DISPLAY "INVALID STATE BRACKET DROPPED FROM TAXRATES.IN"
018890     END-IF.

018891*----------------------------------------------------------------
018892 1570-STORE-SUTA-RATE.
018893*----------------------------------------------------------------
018894     IF TAX-LIMIT-AMOUNT-X IS NUMERIC
018895             AND TAX-CODE (1:2) NOT = SPACES
018896             AND (TAX-UI-RATE-X IS NUMERIC
018897                  OR TAX-RATE-X IS NUMERIC)
018898         IF WS-SUTA-COUNT < 60
018899             ADD 1 TO WS-SUTA-COUNT
018900             MOVE TAX-CODE (1:2)
018901                 TO WS-SUTA-TAB-STATE (WS-SUTA-COUNT)
018902             MOVE TAX-LIMIT-AMOUNT
018903                 TO WS-SUTA-TAB-BASE (WS-SUTA-COUNT)
018904             IF TAX-UI-RATE-X IS NUMERIC
018905                 MOVE TAX-UI-RATE
018906                     TO WS-SUTA-TAB-RATE (WS-SUTA-COUNT)
018907             ELSE
018908                 MOVE TAX-RATE
018909                     TO WS-SUTA-TAB-RATE (WS-SUTA-COUNT)
018910             END-IF
018911         ELSE
018912             DISPLAY "SUTA RATE TABLE FULL - TAXRATES.IN ENTRY "
018913                 "DROPPED"
018914         END-IF
018915     ELSE
018916         DISPLAY "INVALID SUTA RECORD DROPPED FROM TAXRATES.IN"
018917     END-IF.

018920*----------------------------------------------------------------
018930 2000-PROC-EMP.
019070             PERFORM 2700-WRITE-DIRECT-DEPOSIT
019080             PERFORM 2780-WRITE-PAY-STUB
019090             PERFORM 2790-WRITE-PAY-HISTORY
019092             IF FINAL-PAY-EMP
019094                 PERFORM 2695-POST-FINAL-PAY
019096             END-IF
019100             PERFORM 2900-ACCUMULATE-DEPT-TOTAL
019110         WHEN OTHER
019120             PERFORM 2180-REJECT-RECORD
019160 2000-PROC-EMP-EXIT.
019170     EXIT.

019171*----------------------------------------------------------------
019172 2010-PROC-TRIAL-EMP.
019173*----------------------------------------------------------------
019174*    THE TRIAL PASS RUNS THE SAME VALIDATION AND PAY CALCULATION
019175*    AS 2000-PROC-EMP, BUT ONLY THE REGISTER LINES (TO
019176*    PREVIEW.OUT) AND THE CONTROL TOTALS COME OUT OF IT - NO
019177*    MASTER, CHECK, DEPOSIT, STUB, HISTORY OR CHECKPOINT OUTPUT.
019178*    EVERY EMPLOYEE PAID OR REJECTED IS KEPT FOR THE VARIANCE
019179*    REPORT.
019180     PERFORM 2150-VALIDATE-EMP-RECORD
019181     EVALUATE TRUE
019182         WHEN SKIP-THIS-RECORD
019183             CONTINUE
019184         WHEN VALID-RECORD
019185             PERFORM 2200-DETERMINE-RATES
019186             PERFORM 2250-FETCH-YTD-PRIOR
019187             PERFORM 2300-COMPUTE-PAY
019188             PERFORM 2400-WRITE-PAYROLL-LINE
019189             PERFORM 2500-ACCUMULATE-TOTALS
019190             PERFORM 2015-SAVE-PREVIEW-ENTRY
019191         WHEN OTHER
019192             PERFORM 2180-REJECT-RECORD
019193             PERFORM 2015-SAVE-PREVIEW-ENTRY
019194     END-EVALUATE
019195     PERFORM 2100-READ-EMP-FILE.
019196 2010-PROC-TRIAL-EMP-EXIT.
019197     EXIT.

019198*----------------------------------------------------------------
019199 2015-SAVE-PREVIEW-ENTRY.
019200*----------------------------------------------------------------
019201*    A PAY THAT CROSSES THE FICA WAGE BASE IS THE LAST CHECK OF
019202*    THE YEAR WITH SOCIAL SECURITY ON IT - THE VARIANCE REPORT
019203*    FLAGS IT SO THE DROP IN WITHHOLDING NEXT PERIOD IS EXPECTED.
019204     IF VALID-RECORD
019205         ADD 1 TO WS-VAR-PAID-COUNT
019206     ELSE
019207         ADD 1 TO WS-VAR-REJECT-COUNT
019208     END-IF
019209     IF WS-PRV-COUNT < 3000
019210         ADD 1 TO WS-PRV-COUNT
019211         SET WS-PRV-IDX TO WS-PRV-COUNT
019212         MOVE EMP-ID   TO WS-PRV-EMP-ID (WS-PRV-IDX)
019213         MOVE EMP-NAME TO WS-PRV-NAME (WS-PRV-IDX)
019214         MOVE ZERO     TO WS-PRV-GROSS (WS-PRV-IDX)
019215                          WS-PRV-NET (WS-PRV-IDX)
019216         MOVE SPACES   TO WS-PRV-GARN-CODE (WS-PRV-IDX)
019217                          WS-PRV-REASON (WS-PRV-IDX)
019218         MOVE "N"      TO WS-PRV-FICA-SW (WS-PRV-IDX)
019219         IF VALID-RECORD
019220             MOVE "P" TO WS-PRV-STATUS (WS-PRV-IDX)
019221             MOVE WS-GROSS-PAY   TO WS-PRV-GROSS (WS-PRV-IDX)
019222             MOVE WS-MONTHLY-PAY TO WS-PRV-NET (WS-PRV-IDX)
019223             MOVE WS-FIRST-GARN-CODE
019224                 TO WS-PRV-GARN-CODE (WS-PRV-IDX)
019225             IF WS-YTD-PRIOR-SS-WAGES < WS-FICA-WAGE-BASE
019226                     AND WS-YTD-PRIOR-SS-WAGES + WS-FICA-WAGES
019227                         NOT < WS-FICA-WAGE-BASE
019228                 MOVE "Y" TO WS-PRV-FICA-SW (WS-PRV-IDX)
019229             END-IF
019230         ELSE
019231             MOVE "R" TO WS-PRV-STATUS (WS-PRV-IDX)
019232             MOVE WS-REJECT-REASON TO WS-PRV-REASON (WS-PRV-IDX)
019233         END-IF
019234     ELSE
019235         IF NOT PRV-TABLE-OVERFLOWED
019236             DISPLAY "TRIAL PREVIEW TABLE FULL AT " WS-PRV-COUNT
019237                 " EMPLOYEES - VARIANCE.OUT IS INCOMPLETE"
019238         END-IF
019239         MOVE "Y" TO WS-PRV-OVERFLOW-SW
019240     END-IF.

019241*----------------------------------------------------------------
019242 2020-PROC-ADJUSTMENT.
019243*----------------------------------------------------------------
019244*    ONE ADJUSTMENT RECORD IS ONE SUPPLEMENTAL PAYMENT OR ONE
019245*    VOID OF A PRIOR PAYMENT.  ADJUSTMENT RUNS DO NOT TAKE THE
019246*    PER-RECORD RESTART CHECKPOINT - THE INPUT IS A HANDFUL OF
019247*    RECORDS AND A FAILED RUN IS SIMPLY RERUN IN A FRESH
019250*    DIRECTORY.
019260     PERFORM 2025-VALIDATE-ADJUSTMENT
019270     EVALUATE TRUE
019290             PERFORM 2180-REJECT-RECORD
019300         WHEN ADJ-PAYMENT
019310             PERFORM 2040-PAY-ADJUSTMENT
019312             IF PEND-FILE-OPENED
019314                 PERFORM 2177-WARN-PENDING-CHANGE
019316             END-IF
019320         WHEN OTHER
019330             PERFORM 2060-VOID-ADJUSTMENT
019340     END-EVALUATE
019670             MOVE "N" TO WS-VALID-SW
019680             MOVE "NON-NUMERIC VOID WITHHOLDING"
019690                 TO WS-REJECT-REASON
019691         WHEN ADJ-VOID AND ((ADJ-PRETAX-401K-X IS NOT NUMERIC
019692                     AND ADJ-PRETAX-401K-X NOT = SPACES)
019693                 OR (ADJ-PRETAX-125-X IS NOT NUMERIC
019694                     AND ADJ-PRETAX-125-X NOT = SPACES))
019695             MOVE "N" TO WS-VALID-SW
019696             MOVE "NON-NUMERIC VOID PRE-TAX AMOUNT"
019697                 TO WS-REJECT-REASON
019700         WHEN OTHER
019710             READ EMP-FILE
019720                 INVALID KEY
019820             MOVE "VOID WITHHOLDING EXCEEDS GROSS"
019830                 TO WS-REJECT-REASON
019840         END-IF
019841     END-IF
019842*    THE PRE-TAX AMOUNTS ARE OPTIONAL ON A VOID (BLANK READS AS
019843*    NONE TAKEN) AND ARE PART OF, NOT IN ADDITION TO, ADJ-OTHER.
019844     MOVE ZERO TO WS-ADJ-401K
019845                  WS-ADJ-125
019846     IF VALID-RECORD AND ADJ-VOID
019847         IF ADJ-PRETAX-401K-X IS NUMERIC
019848             MOVE ADJ-PRETAX-401K TO WS-ADJ-401K
019849         END-IF
019850         IF ADJ-PRETAX-125-X IS NUMERIC
019851             MOVE ADJ-PRETAX-125 TO WS-ADJ-125
019852         END-IF
019853         IF WS-ADJ-401K + WS-ADJ-125 > ADJ-OTHER
019854             MOVE "N" TO WS-VALID-SW
019855             MOVE "VOID PRE-TAX EXCEEDS OTHER DEDUCTIONS"
019856                 TO WS-REJECT-REASON
019857         END-IF
019858     END-IF.

019860*----------------------------------------------------------------
019870 2040-PAY-ADJUSTMENT.
020220*    EXTRACT AND GLPOST.OUT COME OUT RIGHT AT YEAR END.  THE
020230*    EMPLOYER FICA MATCH MIRRORS THE EMPLOYEE FICA BY
020240*    CONSTRUCTION; THE EMPLOYER MEDICARE MATCH IS THE BASE RATE
020250*    ON MEDICARE WAGES (THE ADDITIONAL MEDICARE RATE HAS NO
020251*    MATCH).  THE WAGE BOXES BACK OUT BY GROSS LESS THE PRE-TAX
020252*    AMOUNTS KEYED ON THE VOID; SOCIAL SECURITY WAGES BACK OUT
020253*    ONLY AS FAR AS THE MEDICARE WAGES LEFT FALL UNDER THE BASE.
020254*    FUTA AND SUTA BACK OUT THE SAME WAY UNDER THEIR OWN BASES.
020255     PERFORM 2205-SET-TAX-STATE
020260     PERFORM 2250-FETCH-YTD-PRIOR
020270     IF NOT YTD-WAS-FOUND
020280         MOVE "N" TO WS-VALID-SW
020330         COMPUTE WS-ADJ-NET = ADJ-GROSS -
020340             (ADJ-FED + ADJ-STATE + ADJ-FICA + ADJ-MED +
020350              ADJ-OTHER)
020351         MOVE ADJ-FICA TO WS-ADJ-ER-FICA
020352         COMPUTE WS-ADJ-FIT-WAGES =
020353             ADJ-GROSS - WS-ADJ-401K - WS-ADJ-125
020354         COMPUTE WS-ADJ-MED-WAGES = ADJ-GROSS - WS-ADJ-125
020355         COMPUTE WS-ADJ-SIGNED =
020356             WS-YTD-PRIOR-MED-WAGES - WS-ADJ-MED-WAGES
020357         IF WS-ADJ-SIGNED < ZERO
020358             MOVE ZERO TO WS-ADJ-SIGNED
020359         END-IF
020360         IF WS-ADJ-SIGNED > WS-FICA-WAGE-BASE
020361             MOVE WS-FICA-WAGE-BASE TO WS-ADJ-SIGNED
020362         END-IF
020363         COMPUTE WS-ADJ-SIGNED =
020364             WS-YTD-PRIOR-SS-WAGES - WS-ADJ-SIGNED
020365         IF WS-ADJ-SIGNED < ZERO
020366             MOVE ZERO TO WS-ADJ-SIGNED
020367         END-IF
020368         MOVE WS-ADJ-SIGNED TO WS-ADJ-SS-WAGES
020370         COMPUTE WS-ADJ-ER-MED ROUNDED =
020380             WS-ADJ-MED-WAGES * WS-MEDICARE-RATE
020385         PERFORM 2070-COMPUTE-VOID-UI-TAX
020390         PERFORM 2065-WRITE-VOID-REG-LINE
020392         IF ADJ-OTHER NOT = ZERO
020394             PERFORM 2066-WRITE-VOID-DED-TAKEN
020396         END-IF
020400         PERFORM 2560-REVERSE-TOTALS
020410         PERFORM 2670-BACK-OUT-YTD
020420         PERFORM 2950-REVERSE-DEPT-TOTAL
020680     WRITE PAYROLL-RECORD FROM WS-PAYROLL-LINE
020690     PERFORM 2045-WRITE-ADJ-REF-LINE.

020691*----------------------------------------------------------------
020692 2066-WRITE-VOID-DED-TAKEN.
020693*----------------------------------------------------------------
020694*    THE VOIDED CHECK'S OTHER DEDUCTIONS COME BACK OUT OF THE
020695*    2140 LIABILITY, SO THEY GO TO DED-REMIT AS A NEGATIVE
020696*    REVERSAL.  THE VOID DOES NOT SAY WHICH DEDUCTIONS MADE UP
020697*    THE AMOUNT, SO IT CARRIES NO CODE - ONLY THE REFERENCE OF
020698*    THE PAYMENT VOIDED, FOR RECOVERY FROM THE PAYEE BY HAND.
020699     MOVE SPACES TO DEDT-RECORD
020700     MOVE "R"                            TO DEDT-TYPE
020701     MOVE EMP-ID                         TO DEDT-EMP-ID
020702     MOVE EMP-NAME                       TO DEDT-EMP-NAME
020703     MOVE EMP-SSN                        TO DEDT-SSN
020704     COMPUTE DEDT-AMOUNT = ZERO - ADJ-OTHER
020705     MOVE WS-PERIOD-ID                   TO DEDT-PERIOD-ID
020706     MOVE WS-PAY-DATE                    TO DEDT-PAY-DATE
020707     MOVE ADJ-REF-NO                     TO DEDT-REFERENCE
020708     MOVE "N"                            TO DEDT-TERM-FLAG
020709     WRITE DEDT-RECORD.

020710*----------------------------------------------------------------
020711 2068-WRITE-VOID-CHECK-REG.
020720*----------------------------------------------------------------
020730*    A VOID THAT REFERENCES A CHECK NUMBER LOGS A VOIDED LINE TO
020740*    CHECKREG.OUT SO THE BANK RECONCILIATION AND ANY POSITIVE
020760     MOVE WS-ADJ-NET TO WS-CHECK-AMT-ED
020770     MOVE SPACES TO WS-CHECK-REG-LINE
020780     STRING ADJ-REF-NO (1:8) SPACE EMP-ID SPACE EMP-NAME
020781         SPACE WS-CHECK-AMT-ED SPACE WS-CHECK-DATE-PRT
020782         SPACE "VOIDED"
020783         DELIMITED BY SIZE INTO WS-CHECK-REG-LINE
020784     WRITE CHECK-REG-RECORD FROM WS-CHECK-REG-LINE.

020785*----------------------------------------------------------------
020786 2070-COMPUTE-VOID-UI-TAX.
020787*----------------------------------------------------------------
020788*    THE UNEMPLOYMENT TAX A VOID TAKES BACK IS THE TAX ON THE
020789*    WAGES IT TAKES BACK FROM UNDER EACH BASE - NOTHING ONCE THE
020790*    YEAR'S WAGES LEFT AFTER THE VOID ARE STILL OVER THE BASE.
020791     MOVE ZERO TO WS-ADJ-ER-FUTA
020792                  WS-ADJ-ER-SUTA
020793                  WS-ADJ-FUTA-WAGES
020794                  WS-ADJ-SUTA-WAGES
020795     MOVE WS-YTD-PRIOR-MED-WAGES TO WS-UI-PRIOR-WAGES
020796     MOVE WS-FUTA-WAGE-BASE TO WS-UI-BASE
020797     PERFORM 2075-UI-VOID-WAGES
020798     MOVE WS-UI-CAPPED TO WS-ADJ-FUTA-WAGES
020799     COMPUTE WS-ADJ-ER-FUTA ROUNDED =
020800         WS-ADJ-FUTA-WAGES * WS-FUTA-RATE
020801     PERFORM 2375-FIND-SUTA-ACCOUNT
020802     IF WS-SUTA-CUR > ZERO
020803         IF WS-YTD-ST-CUR > ZERO
020804             MOVE WS-YTD-ST-UI-WAGES (WS-YTD-ST-CUR)
020805                 TO WS-UI-PRIOR-WAGES
020806         END-IF
020807         MOVE WS-SUTA-TAB-BASE (WS-SUTA-CUR) TO WS-UI-BASE
020808         PERFORM 2075-UI-VOID-WAGES
020809         MOVE WS-UI-CAPPED TO WS-ADJ-SUTA-WAGES
020810         COMPUTE WS-ADJ-ER-SUTA ROUNDED =
020811             WS-ADJ-SUTA-WAGES * WS-SUTA-TAB-RATE (WS-SUTA-CUR)
020812     END-IF.

020813*----------------------------------------------------------------
020814 2075-UI-VOID-WAGES.
020815*----------------------------------------------------------------
020816*    TAXABLE WAGES BEFORE THE VOID (PRIOR WAGES CAPPED AT THE
020817*    BASE) LESS TAXABLE WAGES AFTER IT.
020818     COMPUTE WS-UI-CAPPED = WS-UI-PRIOR-WAGES - WS-ADJ-MED-WAGES
020819     IF WS-UI-CAPPED < ZERO
020820         MOVE ZERO TO WS-UI-CAPPED
020821     END-IF
020822     IF WS-UI-CAPPED > WS-UI-BASE
020823         MOVE WS-UI-BASE TO WS-UI-CAPPED
020824     END-IF
020825     IF WS-UI-PRIOR-WAGES > WS-UI-BASE
020826         COMPUTE WS-UI-CAPPED = WS-UI-BASE - WS-UI-CAPPED
020827     ELSE
020828         COMPUTE WS-UI-CAPPED = WS-UI-PRIOR-WAGES - WS-UI-CAPPED
020829     END-IF.

020830*----------------------------------------------------------------
020840 2090-READ-ADJUST-FILE.
021000     MOVE "Y" TO WS-VALID-SW
021010     MOVE "N" TO WS-SKIP-SW
021020     MOVE SPACES TO WS-REJECT-REASON
021021     MOVE "N" TO WS-FINAL-PAY-SW
021022     MOVE ZERO TO WS-FINAL-PTO-HOURS
021023                  WS-FINAL-PTO-AMT
021024*    A TERMINATED EMPLOYEE IS SKIPPED UNLESS EMP-MAINT FLAGGED
021025*    THE MASTER FOR A FINAL CHECK NOT YET PAID - THAT EMPLOYEE
021026*    GOES THROUGH THE SAME EDITS AS AN ACTIVE ONE.
021027     IF EMP-TERMINATED AND EMP-FINAL-PAY-DUE
021028         MOVE "Y" TO WS-FINAL-PAY-SW
021029     END-IF
021030     IF EMP-TERMINATED AND NOT FINAL-PAY-EMP
021040         MOVE "Y" TO WS-SKIP-SW
021050     ELSE
021060         EVALUATE TRUE
021240         IF VALID-RECORD
021250             PERFORM 2155-VALIDATE-PTO
021260         END-IF
021262         IF VALID-RECORD AND FINAL-PAY-EMP
021264             PERFORM 2159-SET-FINAL-PAY
021266         END-IF
021270         IF VALID-RECORD AND EMP-SSN = SPACES
021280             PERFORM 2170-WARN-MISSING-SSN
021290         END-IF
021292         IF VALID-RECORD AND EMP-WORK-STATE = SPACES
021294                 AND EMP-ADDR-STATE = SPACES
021296             PERFORM 2175-WARN-MISSING-STATE
021298         END-IF
021300         IF VALID-RECORD AND PEND-FILE-OPENED
021302             PERFORM 2177-WARN-PENDING-CHANGE
021304         END-IF
021306     END-IF.

021310*----------------------------------------------------------------
021320 2155-VALIDATE-PTO.
021800             MOVE PTO-TAKEN        TO WS-PTO-PRIOR-TAKEN
021810     END-READ.

021811*----------------------------------------------------------------
021812 2159-SET-FINAL-PAY.
021813*----------------------------------------------------------------
021814*    A SALARIED FINAL CHECK IS THE PERIOD'S SALARY PRORATED BY
021815*    CALENDAR DAY FROM THE PERIOD START THROUGH THE LAST DAY
021816*    WORKED.  WITH NO CALENDAR DATES FOR THE PERIOD, OR A LAST
021817*    DAY AT OR PAST THE PERIOD END, THE FULL PERIOD IS PAID.
021818*    THE PTO PAYOUT IS WHATEVER BALANCE REMAINS AFTER THIS
021819*    PERIOD'S ACCRUAL AND ANY PTO TAKEN ON THE LAST TIMECARDS.
021820*    A FINAL CHECK WITH NOTHING AT ALL TO PAY IS REJECTED SO HR
021821*    CAN CLEAR THE FLAG RATHER THAN ISSUE A ZERO CHECK.
021822     MOVE 1 TO WS-FINAL-DAYS-WORKED
021823               WS-FINAL-PERIOD-DAYS
021824     IF NOT EMP-HOURLY
021825             AND WS-CAL-START-DATE > ZERO
021826             AND WS-CAL-END-DATE NOT < WS-CAL-START-DATE
021827             AND EMP-LAST-DAY-WORKED-X IS NUMERIC
021828         MOVE WS-CAL-START-DATE TO WS-DAYNUM-DATE-N
021829         PERFORM 7300-COMPUTE-DAY-NUMBER
021830         MOVE WS-DAYNUM TO WS-FINAL-START-DAYNUM
021831         MOVE WS-CAL-END-DATE TO WS-DAYNUM-DATE-N
021832         PERFORM 7300-COMPUTE-DAY-NUMBER
021833         COMPUTE WS-FINAL-PERIOD-DAYS =
021834             WS-DAYNUM - WS-FINAL-START-DAYNUM + 1
021835         EVALUATE TRUE
021836             WHEN EMP-LAST-DAY-WORKED < WS-CAL-START-DATE
021837                 MOVE ZERO TO WS-FINAL-DAYS-WORKED
021838             WHEN EMP-LAST-DAY-WORKED < WS-CAL-END-DATE
021839                 MOVE EMP-LAST-DAY-WORKED TO WS-DAYNUM-DATE-N
021840                 PERFORM 7300-COMPUTE-DAY-NUMBER
021841                 COMPUTE WS-FINAL-DAYS-WORKED =
021842                     WS-DAYNUM - WS-FINAL-START-DAYNUM + 1
021843             WHEN OTHER
021844                 MOVE WS-FINAL-PERIOD-DAYS TO WS-FINAL-DAYS-WORKED
021845         END-EVALUATE
021846     END-IF
021847     COMPUTE WS-PTO-AVAILABLE =
021848         WS-PTO-PRIOR-ACCRUED + WS-PTO-RATE -
021849         WS-PTO-PRIOR-TAKEN - WS-TC-PTO-HOURS
021850     IF WS-PTO-AVAILABLE > ZERO
021851         MOVE WS-PTO-AVAILABLE TO WS-FINAL-PTO-HOURS
021852     END-IF
021853     IF EMP-HOURLY
021854         MOVE EMP-HOURLY-RATE TO WS-FINAL-PTO-RATE
021855     ELSE
021856         COMPUTE WS-FINAL-PTO-RATE ROUNDED =
021857             EMP-SALARY / WS-WORK-YEAR-HOURS
021858     END-IF
021859     COMPUTE WS-FINAL-PTO-AMT ROUNDED =
021860         WS-FINAL-PTO-HOURS * WS-FINAL-PTO-RATE
021861     IF WS-FINAL-PTO-AMT = ZERO
021862         IF (EMP-HOURLY AND NOT TIMECARD-FOUND)
021863                 OR (NOT EMP-HOURLY
021864                     AND WS-FINAL-DAYS-WORKED = ZERO)
021865             MOVE "N" TO WS-VALID-SW
021866             MOVE "FINAL PAY FLAGGED BUT NOTHING IS OWED"
021867                 TO WS-REJECT-REASON
021868         END-IF
021869     END-IF.

021870*----------------------------------------------------------------
021871 2160-VALIDATE-HOURLY.
021872*----------------------------------------------------------------
021873*    AN HOURLY EMPLOYEE IS PAID FROM THE TIMECARD TABLE, SO THE
021874*    SALARY EDITS DO NOT APPLY - THE RATE IS EDITED INSTEAD, AND
021875*    AN EMPLOYEE WITH NO TIMECARD THIS PERIOD GOES TO THE
021880*    EXCEPTION LISTING RATHER THAN RECEIVING A ZERO CHECK
021885*    (EXCEPT ON A FINAL CHECK, WHICH MAY BE PTO PAYOUT ONLY).  THE
021890*    HOURS FOUND HERE ARE LEFT IN WS-TC-REG-HOURS/WS-TC-OT-HOURS
021900*    FOR 2300-COMPUTE-PAY.
021910     EVALUATE TRUE
022030                 THRU 2165-FETCH-TC-HOURS-EXIT
022040                 VARYING WS-TC-IDX FROM 1 BY 1
022050                 UNTIL WS-TC-IDX > WS-TC-COUNT OR TIMECARD-FOUND
022060             IF NOT TIMECARD-FOUND AND NOT FINAL-PAY-EMP
022070                 MOVE "N" TO WS-VALID-SW
022080                 MOVE "NO TIMECARD FOR PERIOD"
022090                     TO WS-REJECT-REASON
022290     MOVE "MISSING SSN - W-2 CANNOT BE FILED"
022300         TO WS-REJECT-REASON
022310     PERFORM 2180-REJECT-RECORD
022311     MOVE SPACES TO WS-REJECT-REASON.

022312*----------------------------------------------------------------
022313 2175-WARN-MISSING-STATE.
022314*----------------------------------------------------------------
022315*    WITH NEITHER A WORK STATE NOR AN ADDRESS STATE THERE IS NO
022316*    STATE TO WITHHOLD FOR - THE EMPLOYEE IS PAID AT THE "S"
022317*    FALLBACK RATE AND FLAGGED THE SAME WAY AS A MISSING SSN,
022318*    SINCE THE W-2 STATE BOXES CANNOT BE FILLED IN EITHER.
022319     MOVE "NO WORK/ADDR STATE - STATE TAX DEFAULT"
022320         TO WS-REJECT-REASON
022321     PERFORM 2180-REJECT-RECORD
022322     MOVE SPACES TO WS-REJECT-REASON.

022323*----------------------------------------------------------------
022324 2177-WARN-PENDING-CHANGE.
022325*----------------------------------------------------------------
022326*    A CHANGE STILL AWAITING ITS SECOND OPERATOR DOES NOT STOP
022327*    THE CHECK - THE EMPLOYEE IS PAID ON THE MASTER AS IT STANDS
022328*    - BUT IT IS FLAGGED LIKE A MISSING SSN, SO WHOEVER SIGNS OFF
022329*    THE PERIOD SEES A PAYMENT THAT A RELEASE WOULD HAVE CHANGED
022330*    (OR A DIVERSION ATTEMPT STILL SITTING IN THE QUEUE).
022331     MOVE "N" TO WS-PEND-HELD-SW
022332     MOVE "N" TO WS-PEND-SCAN-SW
022333     MOVE EMP-ID TO PEND-EMP-ID
022334     MOVE ZERO TO PEND-SEQ
022335     START PEND-FILE KEY IS NOT LESS THAN PEND-KEY
022336         INVALID KEY
022337             MOVE "Y" TO WS-PEND-SCAN-SW
022338     END-START
022339     PERFORM 2178-READ-PENDING-CHANGE
022340         THRU 2178-READ-PENDING-CHANGE-EXIT
022341         UNTIL END-OF-PEND-SCAN OR PEND-CHANGE-HELD
022342     IF PEND-CHANGE-HELD
022343         MOVE "CHANGE PENDING APPROVAL - PAID AS FILED"
022344             TO WS-REJECT-REASON
022345         PERFORM 2180-REJECT-RECORD
022346         MOVE SPACES TO WS-REJECT-REASON
022347     END-IF.

022348*----------------------------------------------------------------
022349 2178-READ-PENDING-CHANGE.
022350*----------------------------------------------------------------
022351     READ PEND-FILE NEXT RECORD
022352         AT END
022353             MOVE "Y" TO WS-PEND-SCAN-SW
022354     END-READ
022355     IF NOT END-OF-PEND-SCAN
022356         IF PEND-EMP-ID NOT = EMP-ID
022357             MOVE "Y" TO WS-PEND-SCAN-SW
022358         ELSE
022359             IF PEND-OPEN
022360                 MOVE "Y" TO WS-PEND-HELD-SW
022361             END-IF
022362         END-IF
022363     END-IF.
022364 2178-READ-PENDING-CHANGE-EXIT.
022365     EXIT.

022366*----------------------------------------------------------------
022367 2180-REJECT-RECORD.
022368*----------------------------------------------------------------
022369     MOVE SPACES TO WS-REJECT-LINE
022370     STRING EMP-ID SPACE EMP-NAME SPACE "REASON:"
022380         SPACE WS-REJECT-REASON DELIMITED BY SIZE
022390         INTO WS-REJECT-LINE
022393     IF TRIAL-RUN
022396         WRITE PREVIEW-RECORD FROM WS-REJECT-LINE
022399     ELSE
022402         WRITE REJECT-RECORD FROM WS-REJECT-LINE
022405     END-IF
022410     ADD 1 TO WS-EXCEPTION-COUNT
022420     IF WS-EXC-STORED-COUNT < 500
022430         ADD 1 TO WS-EXC-STORED-COUNT
022530*    THE FLAT PER-STATUS RATES ARE NOW THE FALLBACK ONLY - A
022540*    STAGED TAXRATES.IN SET OVERRIDES THE STATE RATE HERE AND
022550*    THE FEDERAL RATE VIA THE BRACKET WALK IN
022560*    2310-COMPUTE-FEDERAL-TAX.  THE STATE RATE HERE IS ITSELF
022562*    ONLY THE FALLBACK FOR A STATE WITH NO BRACKETS IN THE SET -
022564*    SEE 2320-COMPUTE-STATE-TAX.
022566     PERFORM 2205-SET-TAX-STATE
022570     EVALUATE TRUE
022580         WHEN EMP-SINGLE
022590             MOVE .150 TO WS-FEDERAL-RATE
022700     END-EVALUATE
022710     IF WS-STATE-COUNT > ZERO
022720         PERFORM 2210-LOOKUP-STATE-RATE
022721     END-IF.

022722*----------------------------------------------------------------
022723 2205-SET-TAX-STATE.
022724*----------------------------------------------------------------
022725*    STATE TAX IS WITHHELD FOR THE WORK STATE WHEN ONE IS SET,
022726*    OTHERWISE FOR THE STATE OF THE MAILING ADDRESS.  AN
022727*    ADJUSTMENT RECORD MAY NAME THE STATE OUTRIGHT - A VOID
022728*    BELONGS TO THE STATE THE ORIGINAL PAYMENT WAS WITHHELD FOR,
022729*    WHICH NEED NOT BE WHERE THE EMPLOYEE WORKS TODAY.
022730     IF EMP-WORK-STATE NOT = SPACES
022731         MOVE EMP-WORK-STATE TO WS-EMP-TAX-STATE
022732     ELSE
022733         MOVE EMP-ADDR-STATE TO WS-EMP-TAX-STATE
022734     END-IF
022735     IF ADJUSTMENT-RUN
022736         IF ADJ-TAX-STATE NOT = SPACES
022737             MOVE ADJ-TAX-STATE TO WS-EMP-TAX-STATE
022738         END-IF
022739     END-IF.

022740*----------------------------------------------------------------
022750 2210-LOOKUP-STATE-RATE.
023040                  WS-YTD-PRIOR-FICA
023050                  WS-YTD-PRIOR-MED
023060                  WS-YTD-PRIOR-OTHER
023062                  WS-YTD-PRIOR-FIT-WAGES
023064                  WS-YTD-PRIOR-SS-WAGES
023066                  WS-YTD-PRIOR-MED-WAGES
023068                  WS-YTD-PRIOR-401K
023070     MOVE EMP-ID TO YTD-EMP-ID
023080     READ YTD-FILE
023090         INVALID KEY
023100             CONTINUE
023110         NOT INVALID KEY
023111             MOVE "Y" TO WS-YTD-FOUND-SW
023112             MOVE YTD-GROSS      TO WS-YTD-PRIOR-GROSS
023113             MOVE YTD-DEDUCTIONS TO WS-YTD-PRIOR-DEDUCT
023114             MOVE YTD-NET        TO WS-YTD-PRIOR-NET
023115             MOVE YTD-FEDERAL    TO WS-YTD-PRIOR-FED
023116             MOVE YTD-STATE      TO WS-YTD-PRIOR-STATE
023117             MOVE YTD-FICA       TO WS-YTD-PRIOR-FICA
023118             MOVE YTD-MEDICARE   TO WS-YTD-PRIOR-MED
023119             MOVE YTD-OTHER-DED  TO WS-YTD-PRIOR-OTHER
023120             PERFORM 2251-FETCH-YTD-WAGE-BOXES
023121     END-READ
023122     PERFORM 2252-FETCH-YTD-STATE
023123         THRU 2252-FETCH-YTD-STATE-EXIT
023124         VARYING WS-YTD-ST-SUB FROM 1 BY 1
023125         UNTIL WS-YTD-ST-SUB > 4
023126*    POINT AT THE ENTRY FOR THIS PAYMENT'S STATE - ITS OWN ENTRY
023127*    IF THE STATE HAS BEEN PAID IN BEFORE THIS YEAR, ELSE THE
023128*    FIRST UNUSED ONE.
023129     MOVE ZERO TO WS-YTD-ST-CUR
023130     IF WS-EMP-TAX-STATE NOT = SPACES
023131         PERFORM 2254-FIND-YTD-STATE
023132             THRU 2254-FIND-YTD-STATE-EXIT
023133             VARYING WS-YTD-ST-SUB FROM 1 BY 1
023134             UNTIL WS-YTD-ST-SUB > 4 OR WS-YTD-ST-CUR > ZERO
023135         IF WS-YTD-ST-CUR = ZERO
023136             PERFORM 2256-CLAIM-YTD-STATE
023137                 THRU 2256-CLAIM-YTD-STATE-EXIT
023138                 VARYING WS-YTD-ST-SUB FROM 1 BY 1
023139                 UNTIL WS-YTD-ST-SUB > 4 OR WS-YTD-ST-CUR > ZERO
023140         END-IF
023141         IF WS-YTD-ST-CUR = ZERO
023142             DISPLAY "YTD STATE DETAIL FULL FOR " EMP-ID " - "
023143                 WS-EMP-TAX-STATE " NOT BROKEN OUT BY STATE"
023144         END-IF
023145     END-IF.

023146*----------------------------------------------------------------
023147 2251-FETCH-YTD-WAGE-BOXES.
023148*----------------------------------------------------------------
023149*    A YTD RECORD CARRIED FORWARD FROM BEFORE THE WAGE BOXES
023150*    WERE KEPT HAS NO PRE-TAX HISTORY - ITS BOXES ARE ITS GROSS,
023151*    WITH SOCIAL SECURITY WAGES CAPPED AT THE WAGE BASE.
023152     IF YTD-FIT-WAGES-X IS NUMERIC
023153             AND YTD-SS-WAGES IS NUMERIC
023154             AND YTD-MED-WAGES IS NUMERIC
023155             AND YTD-401K-DEFER IS NUMERIC
023156         MOVE YTD-FIT-WAGES  TO WS-YTD-PRIOR-FIT-WAGES
023157         MOVE YTD-SS-WAGES   TO WS-YTD-PRIOR-SS-WAGES
023158         MOVE YTD-MED-WAGES  TO WS-YTD-PRIOR-MED-WAGES
023159         MOVE YTD-401K-DEFER TO WS-YTD-PRIOR-401K
023160     ELSE
023161         MOVE YTD-GROSS TO WS-YTD-PRIOR-FIT-WAGES
023162                           WS-YTD-PRIOR-MED-WAGES
023163         IF YTD-GROSS > WS-FICA-WAGE-BASE
023164             MOVE WS-FICA-WAGE-BASE TO WS-YTD-PRIOR-SS-WAGES
023165         ELSE
023166             MOVE YTD-GROSS TO WS-YTD-PRIOR-SS-WAGES
023167         END-IF
023168     END-IF.

023169*----------------------------------------------------------------
023170 2252-FETCH-YTD-STATE.
023171*----------------------------------------------------------------
023172*    A YTD RECORD WITH NO STATE DETAIL YET (OR NONE ON FILE)
023173*    STARTS EVERY ENTRY EMPTY.
023174     IF YTD-WAS-FOUND
023175             AND YTD-ST-CODE (WS-YTD-ST-SUB) NOT = SPACES
023176             AND YTD-ST-WAGES (WS-YTD-ST-SUB) IS NUMERIC
023177             AND YTD-ST-TAX (WS-YTD-ST-SUB) IS NUMERIC
023178         MOVE YTD-ST-CODE (WS-YTD-ST-SUB)
023179             TO WS-YTD-ST-CODE (WS-YTD-ST-SUB)
023180         MOVE YTD-ST-WAGES (WS-YTD-ST-SUB)
023181             TO WS-YTD-ST-WAGES (WS-YTD-ST-SUB)
023182         MOVE YTD-ST-TAX (WS-YTD-ST-SUB)
023183             TO WS-YTD-ST-TAX (WS-YTD-ST-SUB)
023184*        A RECORD FROM BEFORE UNEMPLOYMENT WAGES WERE KEPT
023185*        TAKES THE STATE WAGES AS ITS UNEMPLOYMENT WAGES.
023186         IF YTD-SUI-WAGES (WS-YTD-ST-SUB) IS NUMERIC
023187             MOVE YTD-SUI-WAGES (WS-YTD-ST-SUB)
023188                 TO WS-YTD-ST-UI-WAGES (WS-YTD-ST-SUB)
023189         ELSE
023190             MOVE YTD-ST-WAGES (WS-YTD-ST-SUB)
023191                 TO WS-YTD-ST-UI-WAGES (WS-YTD-ST-SUB)
023192         END-IF
023193     ELSE
023194         MOVE SPACES TO WS-YTD-ST-CODE (WS-YTD-ST-SUB)
023195         MOVE ZERO   TO WS-YTD-ST-WAGES (WS-YTD-ST-SUB)
023196                        WS-YTD-ST-TAX (WS-YTD-ST-SUB)
023197                        WS-YTD-ST-UI-WAGES (WS-YTD-ST-SUB)
023200     END-IF.
023201 2252-FETCH-YTD-STATE-EXIT.
023202     EXIT.

023203*----------------------------------------------------------------
023204 2254-FIND-YTD-STATE.
023205*----------------------------------------------------------------
023206     IF WS-YTD-ST-CODE (WS-YTD-ST-SUB) = WS-EMP-TAX-STATE
023207         MOVE WS-YTD-ST-SUB TO WS-YTD-ST-CUR
023208     END-IF.
023209 2254-FIND-YTD-STATE-EXIT.
023210     EXIT.

023211*----------------------------------------------------------------
023212 2256-CLAIM-YTD-STATE.
023213*----------------------------------------------------------------
023214     IF WS-YTD-ST-CODE (WS-YTD-ST-SUB) = SPACES
023215         MOVE WS-YTD-ST-SUB TO WS-YTD-ST-CUR
023216         MOVE WS-EMP-TAX-STATE TO WS-YTD-ST-CODE (WS-YTD-ST-SUB)
023217     END-IF.
023218 2256-CLAIM-YTD-STATE-EXIT.
023219     EXIT.

023220*----------------------------------------------------------------
023230 2300-COMPUTE-PAY.
023460         WHEN EMP-MONTHLY
023470             COMPUTE WS-GROSS-PAY ROUNDED = EMP-SALARY / 12
023480         WHEN OTHER
023482             COMPUTE WS-GROSS-PAY ROUNDED = EMP-SALARY / 12
023484     END-EVALUATE
023486     IF FINAL-PAY-EMP
023488         PERFORM 2302-APPLY-FINAL-PAY
023490     END-IF
023491*    PRE-TAX DEDUCTIONS (401(K), SECTION 125) COME OFF FIRST,
023492*    AHEAD OF THE TAXES THEY REDUCE - ON REGULAR PERIOD CHECKS
023493*    ONLY, LIKE EVERY OTHER DEDUCT.IN ENTRY.
023494     MOVE ZERO TO WS-OTHER-DEDUCT
023495                  WS-APPLIED-COUNT
023496                  WS-PRETAX-401K
023497                  WS-PRETAX-125
023498     MOVE SPACES TO WS-FIRST-GARN-CODE
023499     IF NOT ADJUSTMENT-RUN
023500         PERFORM 2330-APPLY-PRETAX-DEDUCTION
023501             THRU 2330-APPLY-PRETAX-DEDUCTION-EXIT
023502             VARYING WS-DED-IDX FROM 1 BY 1
023503             UNTIL WS-DED-IDX > WS-DED-COUNT
023504     END-IF
023505     COMPUTE WS-FIT-WAGES =
023506         WS-GROSS-PAY - WS-PRETAX-401K - WS-PRETAX-125
023507     COMPUTE WS-FICA-WAGES = WS-GROSS-PAY - WS-PRETAX-125
023510     PERFORM 2310-COMPUTE-FEDERAL-TAX
023520     PERFORM 2320-COMPUTE-STATE-TAX
023540*    FICA APPLIES ONLY UP TO THE ANNUAL WAGE BASE - TAPER TO THE
023550*    WAGES REMAINING UNDER THE BASE IN THE PERIOD THE EMPLOYEE
023560*    CROSSES IT, AND WITHHOLD NOTHING ONCE THE BASE IS PASSED.
023570     COMPUTE WS-FICA-TAXABLE =
023580         WS-FICA-WAGE-BASE - WS-YTD-PRIOR-SS-WAGES
023590     IF WS-FICA-TAXABLE < ZERO
023600         MOVE ZERO TO WS-FICA-TAXABLE
023610     END-IF
023620     IF WS-FICA-TAXABLE > WS-FICA-WAGES
023630         MOVE WS-FICA-WAGES TO WS-FICA-TAXABLE
023640     END-IF
023650     COMPUTE WS-FICA-AMT ROUNDED =
023660         WS-FICA-TAXABLE * WS-FICA-RATE
023670*    THE ADDITIONAL MEDICARE RATE APPLIES ONLY TO THE PORTION OF
023680*    THIS CHECK'S WAGES ABOVE THE ANNUAL THRESHOLD.
023690     COMPUTE WS-ADDL-MED-WAGES =
023700         WS-YTD-PRIOR-MED-WAGES + WS-FICA-WAGES -
023710         WS-ADDL-MEDICARE-BASE
023720     IF WS-ADDL-MED-WAGES < ZERO
023730         MOVE ZERO TO WS-ADDL-MED-WAGES
023740     END-IF
023750     IF WS-ADDL-MED-WAGES > WS-FICA-WAGES
023760         MOVE WS-FICA-WAGES TO WS-ADDL-MED-WAGES
023770     END-IF
023780     COMPUTE WS-MEDICARE-AMT ROUNDED =
023790         (WS-FICA-WAGES * WS-MEDICARE-RATE) +
023800         (WS-ADDL-MED-WAGES * WS-ADDL-MEDICARE-RATE)
023810*    THE EMPLOYER MATCH - COMPUTED HERE, NEVER WITHHELD.  THE
023820*    FICA MATCH FOLLOWS THE SAME WAGE-BASE CAP AS THE EMPLOYEE
023840     COMPUTE WS-ER-FICA-AMT ROUNDED =
023850         WS-FICA-TAXABLE * WS-FICA-RATE
023860     COMPUTE WS-ER-MEDICARE-AMT ROUNDED =
023870         WS-FICA-WAGES * WS-MEDICARE-RATE
023875     PERFORM 2370-COMPUTE-UI-TAX
023880*    STATUTORY WITHHOLDING COMES OUT FIRST (AFTER THE PRE-TAX
023890*    DEDUCTIONS ALREADY TAKEN); WHAT REMAINS IS THE POOL THE
023900*    REMAINING DEDUCT.IN ENTRIES DRAW AGAINST, IN PRIORITY
023910*    ORDER.
023920     COMPUTE WS-NET-SO-FAR = WS-GROSS-PAY -
023930         (WS-FEDERAL-TAX + WS-STATE-TAX + WS-FICA-AMT +
023940          WS-MEDICARE-AMT + WS-PRETAX-401K + WS-PRETAX-125)
023950*    DEDUCT.IN ENTRIES ARE DRAWN ONLY ON REGULAR PERIOD CHECKS -
023960*    A SUPPLEMENTAL ADJUSTMENT CHECK TAKES STATUTORY
023970*    WITHHOLDING ONLY.
024060         WS-MEDICARE-AMT + WS-OTHER-DEDUCT
024070     COMPUTE WS-MONTHLY-PAY = WS-GROSS-PAY - WS-TOTAL-DEDUCT.

024071*----------------------------------------------------------------
024072 2302-APPLY-FINAL-PAY.
024073*----------------------------------------------------------------
024074*    PRORATE A SALARIED FINAL CHECK (AN HOURLY ONE IS ALREADY
024075*    JUST ITS LAST TIMECARDS), THEN ADD THE PTO CASH-OUT.  THE
024076*    BASE PAY IS KEPT APART FOR THE REGISTER, STUB AND LISTING.
024077     IF NOT EMP-HOURLY
024078         COMPUTE WS-GROSS-PAY ROUNDED =
024079             WS-GROSS-PAY * WS-FINAL-DAYS-WORKED
024080                 / WS-FINAL-PERIOD-DAYS
024081     END-IF
024082     MOVE WS-GROSS-PAY TO WS-FINAL-BASE-PAY
024083     ADD WS-FINAL-PTO-AMT TO WS-GROSS-PAY.

024084*----------------------------------------------------------------
024090 2310-COMPUTE-FEDERAL-TAX.
024100*----------------------------------------------------------------
024110*    GRADUATED WITHHOLDING FROM THE TAXRATES.IN BRACKETS - THE
024120*    PERIOD TAXABLE WAGES (GROSS LESS PRE-TAX DEDUCTIONS) ARE
024125*    ANNUALIZED BY THE EMPLOYEE'S PAY FREQUENCY, THE BRACKET
024130*    WITH THE HIGHEST FLOOR AT OR UNDER
024140*    THE ANNUAL WAGES SUPPLIES TAX-AT-FLOOR PLUS THE MARGINAL
024150*    RATE ABOVE IT, AND THE ANNUAL TAX IS BROUGHT BACK TO THE
024160*    PERIOD.  WITH NO BRACKETS LOADED (NO MASTER STAGED, OR A
024170*    FILING STATUS THE SET DOES NOT COVER) THE OLD FLAT RATE
024180*    FROM 2200-DETERMINE-RATES APPLIES, SO NO CHECK EVER GOES
024190*    OUT WITH NOTHING WITHHELD.
024208*    THE EMPLOYEE'S W-4 (2311) THEN SHAPES THE RESULT - A
024226*    CURRENT EXEMPT CLAIM WITHHOLDS NOTHING, AND OTHERWISE THE
024244*    STEP 4(C) EXTRA WITHHOLDING IS ADDED ON TOP OF WHICHEVER
024262*    METHOD APPLIED.  NO W-4 ON FILE LEAVES EVERY ELECTION AT
024280*    ZERO, WHICH IS FILING STATUS ALONE.
024298     PERFORM 2311-FETCH-W4-ELECTION
024316     IF W4-EXEMPT-IN-FORCE
024334         MOVE ZERO TO WS-FEDERAL-TAX
024352     ELSE
024370         IF WS-FEDBR-COUNT = ZERO
024371             COMPUTE WS-FEDERAL-TAX ROUNDED =
024372                 WS-FIT-WAGES * WS-FEDERAL-RATE
024373         ELSE
024374             PERFORM 2314-APPLY-FED-BRACKETS
024375         END-IF
024376         ADD WS-W4-EXTRA-WITHHOLD TO WS-FEDERAL-TAX
024377     END-IF.

024378*----------------------------------------------------------------
024379 2305-SET-PERIODS-PER-YEAR.
024380*----------------------------------------------------------------
024381     EVALUATE TRUE
024382         WHEN EMP-WEEKLY
024383             MOVE 52 TO WS-PERIODS-PER-YEAR
024384         WHEN EMP-BIWEEKLY
024385             MOVE 26 TO WS-PERIODS-PER-YEAR
024386         WHEN EMP-SEMIMONTHLY
024387             MOVE 24 TO WS-PERIODS-PER-YEAR
024388         WHEN OTHER
024389             MOVE 12 TO WS-PERIODS-PER-YEAR
024390     END-EVALUATE.

024391*----------------------------------------------------------------
024392 2311-FETCH-W4-ELECTION.
024393*----------------------------------------------------------------
024394*    THE W-4 IN FORCE ON THE PAY DATE IS THE LATEST ONE ON FILE
024395*    EFFECTIVE ON OR BEFORE IT.  WITH NONE (OR NO W4ELECT.DAT AT
024396*    ALL) EVERY ELECTION IS ZERO AND THE MASTER'S FILING STATUS
024397*    STANDS, ON THE STANDARD SCHEDULE.
024398     MOVE EMP-FILING-STATUS TO WS-FIT-STATUS
024399     MOVE SPACE TO WS-FIT-SCHED
024400     MOVE "N" TO WS-W4-FOUND-SW
024401     MOVE "N" TO WS-W4-EXEMPT-SW
024402     MOVE "N" TO WS-W4-MULTIPLE-JOBS
024403     MOVE ZERO TO WS-W4-EFF-DATE
024404                  WS-W4-DEPENDENT-AMT
024405                  WS-W4-OTHER-INCOME
024406                  WS-W4-EXTRA-DEDUCT
024407                  WS-W4-EXTRA-WITHHOLD
024408     IF W4-FILE-OPENED
024409         MOVE "N" TO WS-W4-SCAN-SW
024410         MOVE EMP-ID TO W4-EMP-ID
024411         MOVE ZERO TO W4-EFF-DATE
024412         START W4-FILE KEY IS NOT LESS THAN W4-KEY
024413             INVALID KEY
024414                 MOVE "Y" TO WS-W4-SCAN-SW
024415         END-START
024416         PERFORM 2312-READ-W4-ELECTION
024417             THRU 2312-READ-W4-ELECTION-EXIT
024418             UNTIL END-OF-W4-SCAN
024419     END-IF
024420     IF W4-ELECTION-FOUND
024421         PERFORM 2313-APPLY-W4-ELECTION
024422     END-IF.

024423*----------------------------------------------------------------
024424 2312-READ-W4-ELECTION.
024425*----------------------------------------------------------------
024426*    FORMS COME BACK OLDEST FIRST, SO EACH ONE IN EFFECT BY THE
024427*    PAY DATE REPLACES THE ONE BEFORE IT.
024428     READ W4-FILE NEXT RECORD
024429         AT END
024430             MOVE "Y" TO WS-W4-SCAN-SW
024431     END-READ
024432     IF NOT END-OF-W4-SCAN
024433         IF W4-EMP-ID NOT = EMP-ID
024434                 OR W4-EFF-DATE > WS-PAY-DATE
024435             MOVE "Y" TO WS-W4-SCAN-SW
024436         ELSE
024437             MOVE "Y"               TO WS-W4-FOUND-SW
024438             MOVE W4-EFF-DATE       TO WS-W4-EFF-DATE
024439             MOVE W4-MULTIPLE-JOBS  TO WS-W4-MULTIPLE-JOBS
024440             MOVE W4-EXEMPT         TO WS-W4-EXEMPT-SW
024441             MOVE W4-DEPENDENT-AMT  TO WS-W4-DEPENDENT-AMT
024442             MOVE W4-OTHER-INCOME   TO WS-W4-OTHER-INCOME
024443             MOVE W4-EXTRA-DEDUCT   TO WS-W4-EXTRA-DEDUCT
024444             MOVE W4-EXTRA-WITHHOLD TO WS-W4-EXTRA-WITHHOLD
024445         END-IF
024446     END-IF.
024447 2312-READ-W4-ELECTION-EXIT.
024448     EXIT.

024449*----------------------------------------------------------------
024450 2313-APPLY-W4-ELECTION.
024451*----------------------------------------------------------------
024452*    AN EXEMPT CLAIM LAPSES AFTER FEBRUARY 15 OF THE YEAR AFTER
024453*    ITS EFFECTIVE YEAR.  UNTIL A NEW FORM IS RECORDED THE
024454*    EMPLOYEE IS WITHHELD AS SINGLE WITH NOTHING FROM STEPS 2-4,
024455*    AND FLAGGED EVERY PERIOD SO PAYROLL CHASES THE NEW FORM.
024456*    THE STEP 3 AND STEP 4 AMOUNTS ARE SPREAD OVER THE REGULAR
024457*    PERIODS, SO A SUPPLEMENTAL ADJUSTMENT CHECK TAKES ONLY THE
024458*    EXEMPT CLAIM AND THE STEP 2 SCHEDULE.
024459     IF W4-EXEMPT-IN-FORCE
024460         MOVE WS-W4-EFF-YYYY TO WS-W4-EXPIRY-YYYY
024461         ADD 1 TO WS-W4-EXPIRY-YYYY
024462         IF WS-PAY-DATE > WS-W4-EXPIRY-DATE-N
024463             MOVE "N" TO WS-W4-EXEMPT-SW
024464             MOVE "N" TO WS-W4-MULTIPLE-JOBS
024465             MOVE "S" TO WS-FIT-STATUS
024466             MOVE ZERO TO WS-W4-DEPENDENT-AMT
024467                          WS-W4-OTHER-INCOME
024468                          WS-W4-EXTRA-DEDUCT
024469                          WS-W4-EXTRA-WITHHOLD
024470             MOVE "W-4 EXEMPT EXPIRED - WITHHELD AS SINGLE"
024471                 TO WS-REJECT-REASON
024472             PERFORM 2180-REJECT-RECORD
024473             MOVE SPACES TO WS-REJECT-REASON
024474         END-IF
024475     END-IF
024476     IF WS-W4-MULTIPLE-JOBS = "Y"
024477         MOVE "2" TO WS-FIT-SCHED
024478     END-IF
024479     IF ADJUSTMENT-RUN
024480         MOVE ZERO TO WS-W4-DEPENDENT-AMT
024481                      WS-W4-OTHER-INCOME
024482                      WS-W4-EXTRA-DEDUCT
024483                      WS-W4-EXTRA-WITHHOLD
024484     END-IF.

024485*----------------------------------------------------------------
024486 2314-APPLY-FED-BRACKETS.
024487*----------------------------------------------------------------
024488*    THE BRACKET WALK.  THE ANNUAL WAGES TAKE THE W-4 STEP 4(A)
024489*    OTHER INCOME AND LOSE THE STEP 4(B) DEDUCTIONS (NEVER BELOW
024490*    ZERO), AND THE STEP 3 DEPENDENT AMOUNT COMES OFF THE ANNUAL
024491*    TAX BEFORE IT IS BROUGHT BACK TO THE PERIOD (AGAIN NEVER
024492*    BELOW ZERO).  A STEP 2 SCHEDULE THE SET DOES NOT CARRY FOR
024493*    THE STATUS FALLS BACK TO THE STANDARD ONE, FLAGGED.
024494     PERFORM 2305-SET-PERIODS-PER-YEAR
024495     COMPUTE WS-W4-ANNUAL-WORK =
024496         (WS-FIT-WAGES * WS-PERIODS-PER-YEAR) +
024497         WS-W4-OTHER-INCOME - WS-W4-EXTRA-DEDUCT
024498     IF WS-W4-ANNUAL-WORK < ZERO
024499         MOVE ZERO TO WS-W4-ANNUAL-WORK
024500     END-IF
024501     MOVE WS-W4-ANNUAL-WORK TO WS-ANNUAL-WAGES
024502     MOVE ZERO TO WS-FEDBR-BEST
024503     PERFORM 2315-FIND-FED-BRACKET
024504         THRU 2315-FIND-FED-BRACKET-EXIT
024505         VARYING WS-FEDBR-SUB FROM 1 BY 1
024506         UNTIL WS-FEDBR-SUB > WS-FEDBR-COUNT
024507     IF WS-FEDBR-BEST = ZERO AND WS-FIT-SCHED = "2"
024508         MOVE "NO W-4 STEP 2 BRACKETS - STANDARD USED"
024509             TO WS-REJECT-REASON
024510         PERFORM 2180-REJECT-RECORD
024511         MOVE SPACES TO WS-REJECT-REASON
024512         MOVE SPACE TO WS-FIT-SCHED
024513         PERFORM 2315-FIND-FED-BRACKET
024514             THRU 2315-FIND-FED-BRACKET-EXIT
024515             VARYING WS-FEDBR-SUB FROM 1 BY 1
024516             UNTIL WS-FEDBR-SUB > WS-FEDBR-COUNT
024517     END-IF
024518     IF WS-FEDBR-BEST = ZERO
024519         COMPUTE WS-FEDERAL-TAX ROUNDED =
024520             WS-FIT-WAGES * WS-FEDERAL-RATE
024521     ELSE
024522         COMPUTE WS-ANNUAL-TAX ROUNDED =
024523             WS-FEDBR-TAB-BASE (WS-FEDBR-BEST) +
024524             ((WS-ANNUAL-WAGES -
024525               WS-FEDBR-TAB-FLOOR (WS-FEDBR-BEST)) *
024526              WS-FEDBR-TAB-RATE (WS-FEDBR-BEST))
024527         COMPUTE WS-W4-TAX-WORK ROUNDED =
024528             (WS-ANNUAL-TAX - WS-W4-DEPENDENT-AMT) /
024529             WS-PERIODS-PER-YEAR
024530         IF WS-W4-TAX-WORK < ZERO
024531             MOVE ZERO TO WS-W4-TAX-WORK
024532         END-IF
024533         MOVE WS-W4-TAX-WORK TO WS-FEDERAL-TAX
024534     END-IF.

024540*----------------------------------------------------------------
024550 2315-FIND-FED-BRACKET.
024560*----------------------------------------------------------------
024563     IF WS-FEDBR-TAB-STATUS (WS-FEDBR-SUB) = WS-FIT-STATUS
024566             AND WS-FEDBR-TAB-SCHED (WS-FEDBR-SUB) = WS-FIT-SCHED
024571             AND WS-FEDBR-TAB-FLOOR (WS-FEDBR-SUB)
024572                 NOT > WS-ANNUAL-WAGES
024573         IF WS-FEDBR-BEST = ZERO
024574             MOVE WS-FEDBR-SUB TO WS-FEDBR-BEST
024575         ELSE
024576             IF WS-FEDBR-TAB-FLOOR (WS-FEDBR-SUB) >
024577                     WS-FEDBR-TAB-FLOOR (WS-FEDBR-BEST)
024578                 MOVE WS-FEDBR-SUB TO WS-FEDBR-BEST
024579             END-IF
024580         END-IF
024581     END-IF.
024582 2315-FIND-FED-BRACKET-EXIT.
024583     EXIT.

024584*----------------------------------------------------------------
024585 2320-COMPUTE-STATE-TAX.
024586*----------------------------------------------------------------
024587*    GRADUATED STATE WITHHOLDING FROM THE "T" BRACKETS FOR THE
024588*    EMPLOYEE'S TAX STATE, ANNUALIZED AND BROUGHT BACK TO THE
024589*    PERIOD THE SAME WAY AS THE FEDERAL TAX.  A FLAT-RATE STATE
024590*    IS SIMPLY ONE BRACKET, AND A NO-INCOME-TAX STATE ONE
024591*    ZERO-RATE BRACKET, SO BOTH FALL OUT OF THE SAME WALK.  A
024592*    STATE WITH NO BRACKETS IN THE SET (OR NO STATE ON FILE)
024593*    KEEPS THE FLAT PER-STATUS RATE FROM 2200-DETERMINE-RATES.
024594     MOVE ZERO TO WS-STBR-BEST
024595     IF WS-STBR-COUNT > ZERO AND WS-EMP-TAX-STATE NOT = SPACES
024596         PERFORM 2305-SET-PERIODS-PER-YEAR
024597         COMPUTE WS-ANNUAL-WAGES =
024598             WS-FIT-WAGES * WS-PERIODS-PER-YEAR
024599         PERFORM 2325-FIND-STATE-BRACKET
024600             THRU 2325-FIND-STATE-BRACKET-EXIT
024601             VARYING WS-STBR-SUB FROM 1 BY 1
024602             UNTIL WS-STBR-SUB > WS-STBR-COUNT
024603     END-IF
024604     IF WS-STBR-BEST = ZERO
024605         COMPUTE WS-STATE-TAX ROUNDED =
024606             WS-FIT-WAGES * WS-STATE-RATE
024607     ELSE
024608         COMPUTE WS-ANNUAL-TAX ROUNDED =
024609             WS-STBR-TAB-BASE (WS-STBR-BEST) +
024610             ((WS-ANNUAL-WAGES -
024611               WS-STBR-TAB-FLOOR (WS-STBR-BEST)) *
024612              WS-STBR-TAB-RATE (WS-STBR-BEST))
024613         COMPUTE WS-STATE-TAX ROUNDED =
024614             WS-ANNUAL-TAX / WS-PERIODS-PER-YEAR
024615     END-IF.

024616*----------------------------------------------------------------
024617 2325-FIND-STATE-BRACKET.
024618*----------------------------------------------------------------
024619     IF WS-STBR-TAB-STATE (WS-STBR-SUB) = WS-EMP-TAX-STATE
024620             AND (WS-STBR-TAB-STATUS (WS-STBR-SUB) =
024621                     EMP-FILING-STATUS
024622               OR WS-STBR-TAB-STATUS (WS-STBR-SUB) = SPACE)
024623             AND WS-STBR-TAB-FLOOR (WS-STBR-SUB)
024624                 NOT > WS-ANNUAL-WAGES
024625         IF WS-STBR-BEST = ZERO
024626             MOVE WS-STBR-SUB TO WS-STBR-BEST
024627         ELSE
024628             IF WS-STBR-TAB-FLOOR (WS-STBR-SUB) >
024629                     WS-STBR-TAB-FLOOR (WS-STBR-BEST)
024630                 MOVE WS-STBR-SUB TO WS-STBR-BEST
024631             END-IF
024632         END-IF
024633     END-IF.
024634 2325-FIND-STATE-BRACKET-EXIT.
024635     EXIT.

024636*----------------------------------------------------------------
024637 2330-APPLY-PRETAX-DEDUCTION.
024638*----------------------------------------------------------------
024639*    THE PRE-TAX PASS OVER THE DEDUCTION TABLE - ONLY THE "K"
024640*    AND "C" ENTRIES, WITH THE SAME DATE WINDOW AND GOAL RULES
024641*    AS 2350.  A PRE-TAX DRAW IS LIMITED TO THE GROSS NOT YET
024642*    TAKEN PRE-TAX, AND A 401(K) DEFERRAL STOPS AT WHAT REMAINS
024643*    UNDER THE ANNUAL LIMIT (YEAR-TO-DATE PLUS THIS PERIOD).
024644     IF WS-DED-TAB-EMP-ID (WS-DED-IDX) = EMP-ID
024645             AND (WS-DED-TAB-CLASS (WS-DED-IDX) = "K"
024646               OR WS-DED-TAB-CLASS (WS-DED-IDX) = "C")
024647         PERFORM 2340-CHECK-DED-ELIGIBLE
024648     ELSE
024649         MOVE "N" TO WS-DED-ELIG-SW
024650     END-IF
024651     IF NOT DED-ELIGIBLE
024652         GO TO 2330-APPLY-PRETAX-DEDUCTION-EXIT
024653     END-IF
024654     IF WS-DED-TAB-METHOD (WS-DED-IDX) = "P"
024655         COMPUTE WS-DED-THIS-AMT ROUNDED =
024656             WS-GROSS-PAY *
024657             WS-DED-TAB-AMOUNT (WS-DED-IDX) / 100
024658     ELSE
024659         MOVE WS-DED-TAB-AMOUNT (WS-DED-IDX)
024660             TO WS-DED-THIS-AMT
024661     END-IF
024662     IF WS-DED-TAB-GOAL (WS-DED-IDX) > ZERO
024663         IF WS-DED-THIS-AMT > WS-DED-REMAINING
024664             MOVE WS-DED-REMAINING TO WS-DED-THIS-AMT
024665         END-IF
024666     END-IF
024667     IF WS-DED-TAB-CLASS (WS-DED-IDX) = "K"
024668         COMPUTE WS-401K-ROOM = WS-401K-LIMIT -
024669             (WS-YTD-PRIOR-401K + WS-PRETAX-401K)
024670         IF WS-401K-ROOM < ZERO
024671             MOVE ZERO TO WS-401K-ROOM
024672         END-IF
024673         IF WS-DED-THIS-AMT > WS-401K-ROOM
024674             MOVE WS-401K-ROOM TO WS-DED-THIS-AMT
024675         END-IF
024676     END-IF
024677     COMPUTE WS-DED-AVAILABLE = WS-GROSS-PAY -
024678         (WS-PRETAX-401K + WS-PRETAX-125)
024679     IF WS-DED-AVAILABLE < ZERO
024680         MOVE ZERO TO WS-DED-AVAILABLE
024681     END-IF
024682     IF WS-DED-THIS-AMT > WS-DED-AVAILABLE
024683         MOVE WS-DED-AVAILABLE TO WS-DED-THIS-AMT
024684     END-IF
024685     IF WS-DED-THIS-AMT = ZERO
024686         GO TO 2330-APPLY-PRETAX-DEDUCTION-EXIT
024687     END-IF
024688     IF WS-DED-TAB-CLASS (WS-DED-IDX) = "K"
024689         ADD WS-DED-THIS-AMT TO WS-PRETAX-401K
024690     ELSE
024691         ADD WS-DED-THIS-AMT TO WS-PRETAX-125
024692     END-IF
024693     ADD WS-DED-THIS-AMT TO WS-OTHER-DEDUCT
024694     IF WS-APPLIED-COUNT < 20
024695         ADD 1 TO WS-APPLIED-COUNT
024696         SET WS-APP-IDX TO WS-APPLIED-COUNT
024697         MOVE WS-DED-TAB-CODE (WS-DED-IDX)
024698             TO WS-APPLIED-CODE (WS-APP-IDX)
024699         MOVE WS-DED-TAB-CLASS (WS-DED-IDX)
024700             TO WS-APPLIED-CLASS (WS-APP-IDX)
024701         MOVE WS-DED-THIS-AMT
024702             TO WS-APPLIED-AMT (WS-APP-IDX)
024703     END-IF
024704     ADD WS-DED-THIS-AMT
024705         TO WS-DED-TAB-TAKEN (WS-DED-IDX).
024706 2330-APPLY-PRETAX-DEDUCTION-EXIT.
024707     EXIT.

024710*----------------------------------------------------------------
024720 2350-APPLY-DEDUCTION.
024770*    AVAILABLE RATHER THAN DRIVING THE CHECK NEGATIVE.  THE
024780*    DATE WINDOW AND GOAL ON THE ENTRY ARE JUDGED FIRST - AN
024790*    ENTRY OUTSIDE ITS WINDOW OR AT ITS GOAL IS SIMPLY NOT
024800*    DRAWN THIS PERIOD.  THE PRE-TAX CLASSES WERE ALREADY DRAWN
024805*    BY 2330 AND ARE PASSED OVER HERE.
024810     IF WS-DED-TAB-EMP-ID (WS-DED-IDX) = EMP-ID
024813             AND WS-DED-TAB-CLASS (WS-DED-IDX) NOT = "K"
024816             AND WS-DED-TAB-CLASS (WS-DED-IDX) NOT = "C"
024820         PERFORM 2340-CHECK-DED-ELIGIBLE
024830     ELSE
024840         MOVE "N" TO WS-DED-ELIG-SW
025250                 MOVE WS-DED-THIS-AMT
025260                     TO WS-APPLIED-AMT (WS-APP-IDX)
025270             END-IF
025271*            A GARNISHMENT WITH NOTHING YET TAKEN IS STARTING ON
025272*            THIS CHECK - THE TRIAL VARIANCE REPORT FLAGS IT.
025273             IF WS-DED-TAB-CLASS (WS-DED-IDX) = "G"
025274                     AND WS-DED-TAB-TAKEN (WS-DED-IDX) = ZERO
025275                     AND WS-FIRST-GARN-CODE = SPACES
025276                 MOVE WS-DED-TAB-CODE (WS-DED-IDX)
025277                     TO WS-FIRST-GARN-CODE
025278             END-IF
025280*            CARRY THE DRAW INTO THE LIFETIME TAKEN TOTAL THE
025290*            GOAL IS JUDGED AGAINST (REWRITTEN TO DEDUCT.IN AT
025300*            TERMINATION).
025530         MOVE "N" TO WS-DED-ELIG-SW
025540     END-IF
025550     IF WS-DED-TAB-GOAL (WS-DED-IDX) > ZERO
025551         COMPUTE WS-DED-REMAINING =
025552             WS-DED-TAB-GOAL (WS-DED-IDX) -
025553             WS-DED-TAB-TAKEN (WS-DED-IDX)
025554         IF WS-DED-REMAINING NOT > ZERO
025555             MOVE "N" TO WS-DED-ELIG-SW
025556         END-IF
025557     END-IF.

025558*----------------------------------------------------------------
025559 2370-COMPUTE-UI-TAX.
025560*----------------------------------------------------------------
025561*    EMPLOYER UNEMPLOYMENT TAX - NEVER WITHHELD.  UNEMPLOYMENT
025562*    WAGES ARE THE MEDICARE WAGES (SECTION 125 IS EXCLUDED, A
025563*    401(K) DEFERRAL IS NOT); FUTA TAXES THEM UP TO THE FUTA
025564*    WAGE BASE ON THE YEAR'S TOTAL, SUTA UP TO THE STATE'S OWN
025565*    BASE ON THE WAGES ALREADY PAID IN THAT STATE.
025566     MOVE ZERO TO WS-ER-FUTA-AMT
025567                  WS-ER-SUTA-AMT
025568                  WS-FUTA-TAXABLE
025569                  WS-SUTA-TAXABLE
025570     MOVE WS-YTD-PRIOR-MED-WAGES TO WS-UI-PRIOR-WAGES
025571     MOVE WS-FUTA-WAGE-BASE TO WS-UI-BASE
025572     PERFORM 2372-UI-TAXABLE-WAGES
025573     MOVE WS-UI-CAPPED TO WS-FUTA-TAXABLE
025574     COMPUTE WS-ER-FUTA-AMT ROUNDED =
025575         WS-FUTA-TAXABLE * WS-FUTA-RATE
025576     PERFORM 2375-FIND-SUTA-ACCOUNT
025577     IF WS-SUTA-CUR > ZERO
025578         IF WS-YTD-ST-CUR > ZERO
025579             MOVE WS-YTD-ST-UI-WAGES (WS-YTD-ST-CUR)
025580                 TO WS-UI-PRIOR-WAGES
025581         END-IF
025582         MOVE WS-SUTA-TAB-BASE (WS-SUTA-CUR) TO WS-UI-BASE
025583         PERFORM 2372-UI-TAXABLE-WAGES
025584         MOVE WS-UI-CAPPED TO WS-SUTA-TAXABLE
025585         COMPUTE WS-ER-SUTA-AMT ROUNDED =
025586             WS-SUTA-TAXABLE * WS-SUTA-TAB-RATE (WS-SUTA-CUR)
025587     END-IF.

025588*----------------------------------------------------------------
025589 2372-UI-TAXABLE-WAGES.
025590*----------------------------------------------------------------
025591*    THE WAGES REMAINING UNDER THE BASE, TAPERED TO THIS
025592*    PAYMENT'S UNEMPLOYMENT WAGES.
025593     COMPUTE WS-UI-CAPPED = WS-UI-BASE - WS-UI-PRIOR-WAGES
025594     IF WS-UI-CAPPED < ZERO
025595         MOVE ZERO TO WS-UI-CAPPED
025596     END-IF
025597     IF WS-UI-CAPPED > WS-FICA-WAGES
025598         MOVE WS-FICA-WAGES TO WS-UI-CAPPED
025599     END-IF.

025600*----------------------------------------------------------------
025601 2375-FIND-SUTA-ACCOUNT.
025602*----------------------------------------------------------------
025603*    POINT AT THE SUTA ACCOUNT FOR THIS PAYMENT'S STATE.  A STATE
025604*    WITH NO "U" RECORD ACCRUES NO SUTA AND IS FLAGGED ON THE
025605*    CONSOLE (THE RUN-LEVEL WARNING IN 1500 COVERS A MASTER WITH
025606*    NO ACCOUNTS AT ALL).
025607     MOVE ZERO TO WS-SUTA-CUR
025608     PERFORM 2376-MATCH-SUTA-STATE
025609         THRU 2376-MATCH-SUTA-STATE-EXIT
025610         VARYING WS-SUTA-SUB FROM 1 BY 1
025611         UNTIL WS-SUTA-SUB > WS-SUTA-COUNT OR WS-SUTA-CUR > ZERO
025612     IF WS-SUTA-CUR = ZERO
025613             AND WS-SUTA-COUNT > ZERO
025614             AND WS-EMP-TAX-STATE NOT = SPACES
025615         DISPLAY "NO SUTA ACCOUNT FOR STATE " WS-EMP-TAX-STATE
025616             " - EMPLOYER SUTA NOT ACCRUED FOR " EMP-ID
025617     END-IF.

025618*----------------------------------------------------------------
025619 2376-MATCH-SUTA-STATE.
025620*----------------------------------------------------------------
025621     IF WS-SUTA-TAB-STATE (WS-SUTA-SUB) = WS-EMP-TAX-STATE
025622         MOVE WS-SUTA-SUB TO WS-SUTA-CUR
025623     END-IF.
025624 2376-MATCH-SUTA-STATE-EXIT.
025625     EXIT.

025630*----------------------------------------------------------------
025640 2400-WRITE-PAYROLL-LINE.
025710         SPACE "NET" SPACE WS-MONTHLY-PAY-ED
025720         DELIMITED BY SIZE
025730         INTO WS-PAYROLL-LINE
025740     PERFORM 2490-WRITE-REGISTER-RECORD
025742     IF FINAL-PAY-EMP
025744         PERFORM 2460-WRITE-FINAL-EARN-LINES
025746     END-IF
025750*    ITEMIZE EACH APPLIED DEDUCT.IN DEDUCTION UNDER THE
025760*    EMPLOYEE'S LINE.  ITEMIZATION LINES ARE INDENTED SO THEY
025770*    CANNOT BE MISTAKEN FOR AN EMPLOYEE LINE (WHICH ALWAYS
025890         SPACE WS-APPLIED-AMT-ED
025900         DELIMITED BY SIZE
025910         INTO WS-PAYROLL-LINE
025911     PERFORM 2490-WRITE-REGISTER-RECORD
025912     IF NOT TRIAL-RUN
025913         PERFORM 2455-WRITE-DED-TAKEN
025914     END-IF.
025915 2450-WRITE-DED-LINE-EXIT.
025916     EXIT.

025917*----------------------------------------------------------------
025918 2455-WRITE-DED-TAKEN.
025919*----------------------------------------------------------------
025920*    THE SAME DRAW AS THE REGISTER LINE, UNEDITED, FOR DED-REMIT.
025921     MOVE SPACES TO DEDT-RECORD
025922     MOVE "D"                            TO DEDT-TYPE
025923     MOVE EMP-ID                         TO DEDT-EMP-ID
025924     MOVE EMP-NAME                       TO DEDT-EMP-NAME
025925     MOVE EMP-SSN                        TO DEDT-SSN
025926     MOVE WS-APPLIED-CODE (WS-APP-IDX)   TO DEDT-DED-CODE
025927     MOVE WS-APPLIED-CLASS (WS-APP-IDX)  TO DEDT-CLASS
025928     MOVE WS-APPLIED-AMT (WS-APP-IDX)    TO DEDT-AMOUNT
025929     MOVE WS-PERIOD-ID                   TO DEDT-PERIOD-ID
025930     MOVE WS-PAY-DATE                    TO DEDT-PAY-DATE
025931     MOVE "N"                            TO DEDT-TERM-FLAG
025932     IF FINAL-PAY-EMP
025933         MOVE "Y" TO DEDT-TERM-FLAG
025934     END-IF
025935     WRITE DEDT-RECORD.

025941*----------------------------------------------------------------
025942 2460-WRITE-FINAL-EARN-LINES.
025943*----------------------------------------------------------------
025944*    A FINAL CHECK SPLITS ITS GROSS INTO THE REGULAR (PRORATED)
025945*    EARNINGS AND THE PTO PAYOUT, INDENTED LIKE THE DEDUCTIONS.
025946     MOVE WS-FINAL-BASE-PAY TO WS-FINAL-AMT-ED
025947     MOVE SPACES TO WS-PAYROLL-LINE
025948     STRING "  EARN FINAL REGULAR " WS-FINAL-AMT-ED
025949         DELIMITED BY SIZE
025950         INTO WS-PAYROLL-LINE
025951     PERFORM 2490-WRITE-REGISTER-RECORD
025952     MOVE WS-FINAL-PTO-AMT TO WS-FINAL-AMT-ED
025953     MOVE WS-FINAL-PTO-HOURS TO WS-FINAL-HRS-ED
025954     MOVE SPACES TO WS-PAYROLL-LINE
025955     STRING "  EARN PTO PAYOUT    " WS-FINAL-AMT-ED
025956         SPACE WS-FINAL-HRS-ED " HRS"
025957         DELIMITED BY SIZE
025958         INTO WS-PAYROLL-LINE
025959     PERFORM 2490-WRITE-REGISTER-RECORD.

025960*----------------------------------------------------------------
025961 2490-WRITE-REGISTER-RECORD.
025962*----------------------------------------------------------------
025963*    A TRIAL RUN'S REGISTER LINES GO TO PREVIEW.OUT.  PAYROLL.OUT
025964*    IS WHAT PAY-RECON RE-TOTALS, SO IT ONLY EVER HOLDS PAYMENTS.
025965     IF TRIAL-RUN
025966         WRITE PREVIEW-RECORD FROM WS-PAYROLL-LINE
025967     ELSE
025968         WRITE PAYROLL-RECORD FROM WS-PAYROLL-LINE
025969     END-IF.
025970*----------------------------------------------------------------
025971 2500-ACCUMULATE-TOTALS.
025972*----------------------------------------------------------------
025980     ADD 1 TO WS-RECORD-COUNT
025990     ADD WS-GROSS-PAY TO WS-TOTAL-GROSS
026000     ADD WS-MONTHLY-PAY TO WS-TOTAL-NET
026040     ADD WS-MEDICARE-AMT TO WS-TOTAL-MEDICARE
026050     ADD WS-OTHER-DEDUCT TO WS-TOTAL-OTHER-DED
026060     ADD WS-ER-FICA-AMT TO WS-TOTAL-ER-FICA
026070     ADD WS-ER-MEDICARE-AMT TO WS-TOTAL-ER-MED
026072     ADD WS-FIT-WAGES TO WS-TOTAL-FIT-WAGES
026073     ADD WS-FICA-TAXABLE TO WS-TOTAL-SS-WAGES
026074     ADD WS-FICA-WAGES TO WS-TOTAL-MED-WAGES
026075     ADD WS-PRETAX-401K TO WS-TOTAL-401K
026076     ADD WS-ER-FUTA-AMT TO WS-TOTAL-ER-FUTA
026077     ADD WS-ER-SUTA-AMT TO WS-TOTAL-ER-SUTA
026078     ADD WS-FUTA-TAXABLE TO WS-TOTAL-FUTA-WAGES
026079     ADD WS-SUTA-TAXABLE TO WS-TOTAL-SUTA-WAGES.

026080*----------------------------------------------------------------
026090 2560-REVERSE-TOTALS.
026200     SUBTRACT ADJ-MED        FROM WS-TOTAL-MEDICARE
026210     SUBTRACT ADJ-OTHER      FROM WS-TOTAL-OTHER-DED
026220     SUBTRACT WS-ADJ-ER-FICA FROM WS-TOTAL-ER-FICA
026230     SUBTRACT WS-ADJ-ER-MED  FROM WS-TOTAL-ER-MED
026232     SUBTRACT WS-ADJ-FIT-WAGES FROM WS-TOTAL-FIT-WAGES
026233     SUBTRACT WS-ADJ-SS-WAGES  FROM WS-TOTAL-SS-WAGES
026234     SUBTRACT WS-ADJ-MED-WAGES FROM WS-TOTAL-MED-WAGES
026235     SUBTRACT WS-ADJ-401K      FROM WS-TOTAL-401K
026236     SUBTRACT WS-ADJ-ER-FUTA   FROM WS-TOTAL-ER-FUTA
026237     SUBTRACT WS-ADJ-ER-SUTA   FROM WS-TOTAL-ER-SUTA
026238     SUBTRACT WS-ADJ-FUTA-WAGES FROM WS-TOTAL-FUTA-WAGES
026239     SUBTRACT WS-ADJ-SUTA-WAGES FROM WS-TOTAL-SUTA-WAGES.

026240*----------------------------------------------------------------
026250 2600-UPDATE-YTD-MASTER.
026390     COMPUTE YTD-MEDICARE   = WS-YTD-PRIOR-MED +
026400                              WS-MEDICARE-AMT
026410     COMPUTE YTD-OTHER-DED  = WS-YTD-PRIOR-OTHER +
026411                              WS-OTHER-DEDUCT
026412     COMPUTE YTD-FIT-WAGES  = WS-YTD-PRIOR-FIT-WAGES +
026413                              WS-FIT-WAGES
026414     COMPUTE YTD-SS-WAGES   = WS-YTD-PRIOR-SS-WAGES +
026415                              WS-FICA-TAXABLE
026416     COMPUTE YTD-MED-WAGES  = WS-YTD-PRIOR-MED-WAGES +
026417                              WS-FICA-WAGES
026418     COMPUTE YTD-401K-DEFER = WS-YTD-PRIOR-401K + WS-PRETAX-401K
026419*    STATE WAGES FOLLOW THE FEDERAL TREATMENT OF PRE-TAX AMOUNTS.
026420     IF WS-YTD-ST-CUR > ZERO
026421         ADD WS-FIT-WAGES TO WS-YTD-ST-WAGES (WS-YTD-ST-CUR)
026422         ADD WS-STATE-TAX TO WS-YTD-ST-TAX (WS-YTD-ST-CUR)
026423         ADD WS-FICA-WAGES TO WS-YTD-ST-UI-WAGES (WS-YTD-ST-CUR)
026424     END-IF
026425     PERFORM 2605-STORE-YTD-STATE
026426         THRU 2605-STORE-YTD-STATE-EXIT
026427         VARYING WS-YTD-ST-SUB FROM 1 BY 1
026428         UNTIL WS-YTD-ST-SUB > 4
026430     IF YTD-WAS-FOUND
026440         REWRITE YTD-RECORD
026450     ELSE
026451         WRITE YTD-RECORD
026452     END-IF.

026453*----------------------------------------------------------------
026454 2605-STORE-YTD-STATE.
026455*----------------------------------------------------------------
026456*    THE STATE DETAIL IS POSTED IN WORKING STORAGE AND MOVED
026457*    BACK WHOLE, SO THE EARNINGS STATEMENT CAN PRINT IT AFTER
026458*    THE WRITE/REWRITE.
026459     MOVE WS-YTD-ST-CODE (WS-YTD-ST-SUB)
026460         TO YTD-ST-CODE (WS-YTD-ST-SUB)
026461     MOVE WS-YTD-ST-WAGES (WS-YTD-ST-SUB)
026462         TO YTD-ST-WAGES (WS-YTD-ST-SUB)
026463     MOVE WS-YTD-ST-TAX (WS-YTD-ST-SUB)
026464         TO YTD-ST-TAX (WS-YTD-ST-SUB)
026465     MOVE WS-YTD-ST-UI-WAGES (WS-YTD-ST-SUB)
026466         TO YTD-SUI-WAGES (WS-YTD-ST-SUB).
026474 2605-STORE-YTD-STATE-EXIT.
026475     EXIT.

026480*----------------------------------------------------------------
026490 2670-BACK-OUT-YTD.
026760     MOVE WS-ADJ-SIGNED TO YTD-FICA
026770     COMPUTE WS-ADJ-SIGNED = WS-YTD-PRIOR-MED - ADJ-MED
026780     PERFORM 2675-FLOOR-ADJ-SIGNED
026781     MOVE WS-ADJ-SIGNED TO YTD-MEDICARE
026782     COMPUTE WS-ADJ-SIGNED = WS-YTD-PRIOR-OTHER - ADJ-OTHER
026783     PERFORM 2675-FLOOR-ADJ-SIGNED
026784     MOVE WS-ADJ-SIGNED TO YTD-OTHER-DED
026785     COMPUTE WS-ADJ-SIGNED =
026786         WS-YTD-PRIOR-FIT-WAGES - WS-ADJ-FIT-WAGES
026787     PERFORM 2675-FLOOR-ADJ-SIGNED
026788     MOVE WS-ADJ-SIGNED TO YTD-FIT-WAGES
026789     COMPUTE WS-ADJ-SIGNED =
026790         WS-YTD-PRIOR-SS-WAGES - WS-ADJ-SS-WAGES
026791     PERFORM 2675-FLOOR-ADJ-SIGNED
026792     MOVE WS-ADJ-SIGNED TO YTD-SS-WAGES
026793     COMPUTE WS-ADJ-SIGNED =
026794         WS-YTD-PRIOR-MED-WAGES - WS-ADJ-MED-WAGES
026795     PERFORM 2675-FLOOR-ADJ-SIGNED
026796     MOVE WS-ADJ-SIGNED TO YTD-MED-WAGES
026797     COMPUTE WS-ADJ-SIGNED = WS-YTD-PRIOR-401K - WS-ADJ-401K
026798     PERFORM 2675-FLOOR-ADJ-SIGNED
026799     MOVE WS-ADJ-SIGNED TO YTD-401K-DEFER
026800     IF WS-YTD-ST-CUR > ZERO
026801         COMPUTE WS-ADJ-SIGNED =
026802             WS-YTD-ST-WAGES (WS-YTD-ST-CUR) - WS-ADJ-FIT-WAGES
026803         PERFORM 2675-FLOOR-ADJ-SIGNED
026804         MOVE WS-ADJ-SIGNED TO WS-YTD-ST-WAGES (WS-YTD-ST-CUR)
026805         COMPUTE WS-ADJ-SIGNED =
026806             WS-YTD-ST-TAX (WS-YTD-ST-CUR) - ADJ-STATE
026807         PERFORM 2675-FLOOR-ADJ-SIGNED
026808         MOVE WS-ADJ-SIGNED TO WS-YTD-ST-TAX (WS-YTD-ST-CUR)
026809         COMPUTE WS-ADJ-SIGNED =
026810             WS-YTD-ST-UI-WAGES (WS-YTD-ST-CUR) - WS-ADJ-MED-WAGES
026811         PERFORM 2675-FLOOR-ADJ-SIGNED
026812         MOVE WS-ADJ-SIGNED
026813             TO WS-YTD-ST-UI-WAGES (WS-YTD-ST-CUR)
026821     END-IF
026822     PERFORM 2605-STORE-YTD-STATE
026823         THRU 2605-STORE-YTD-STATE-EXIT
026824         VARYING WS-YTD-ST-SUB FROM 1 BY 1
026825         UNTIL WS-YTD-ST-SUB > 4
026830     REWRITE YTD-RECORD.

026840*----------------------------------------------------------------
026970*    FIGURES FETCHED DURING VALIDATION - THE SAME PATTERN
026980*    2600-UPDATE-YTD-MASTER USES.  THE FIRST PAID PERIOD
026990*    CREATES THE EMPLOYEE'S RECORD AT THE RATE IN EFFECT.
026993*    HOURS CASHED OUT ON A FINAL CHECK POST AS TAKEN, WHICH
026996*    LEAVES THE BALANCE AT ZERO.
027000     MOVE EMP-ID TO PTO-EMP-ID
027010     MOVE WS-PTO-RATE TO PTO-ACCRUAL-RATE
027020     COMPUTE PTO-ACCRUED =
027030         WS-PTO-PRIOR-ACCRUED + WS-PTO-RATE
027040     COMPUTE PTO-TAKEN =
027050         WS-PTO-PRIOR-TAKEN + WS-TC-PTO-HOURS
027055             + WS-FINAL-PTO-HOURS
027060     IF PTO-WAS-FOUND
027070         REWRITE PTO-RECORD
027080     ELSE
027090         WRITE PTO-RECORD
027091     END-IF.

027092*----------------------------------------------------------------
027093 2695-POST-FINAL-PAY.
027094*----------------------------------------------------------------
027095*    MARK THE MASTER PAID SO NO LATER RUN PAYS THE EMPLOYEE
027096*    AGAIN, AND LIST THE PAYMENT FOR HR SIGN-OFF.  THE EMPLOYEE'S
027097*    DEDUCT.IN ENTRIES ARE STOPPED AT TERMINATION (9290) FROM THE
027098*    MASTER FLAG, SO A RESTART PAST THIS RECORD STILL ENDS THEM.
027099     MOVE "P" TO EMP-FINAL-PAY-FLAG
027100     REWRITE EMP-RECORD
027101     IF NOT EMP-FILE-OK
027102         DISPLAY "FINAL-PAY FLAG NOT UPDATED FOR " EMP-ID
027103             " - STATUS " WS-EMP-STATUS " - CLEAR IT BY HAND"
027104     END-IF
027105     ADD 1 TO WS-FINAL-PAY-COUNT
027106     ADD WS-GROSS-PAY TO WS-FINAL-PAY-GROSS
027107     ADD WS-FINAL-PTO-AMT TO WS-FINAL-PTO-TOTAL
027108     MOVE SPACES TO WS-CALFMT-PRT
027109     IF EMP-LAST-DAY-WORKED-X IS NUMERIC
027110         MOVE EMP-LAST-DAY-WORKED TO WS-CALFMT-N
027111         PERFORM 1190-FORMAT-CAL-DATE
027112     END-IF
027113     MOVE SPACES TO WS-FINAL-LINE
027114     STRING EMP-ID SPACE EMP-NAME "  LAST DAY WORKED "
027115         WS-CALFMT-PRT
027124         DELIMITED BY SIZE INTO WS-FINAL-LINE
027125     WRITE FINALPAY-RECORD FROM WS-FINAL-LINE
027126     MOVE WS-FINAL-BASE-PAY TO WS-FINAL-AMT-ED
027127     MOVE SPACES TO WS-FINAL-LINE
027128     IF EMP-HOURLY
027129         STRING "  LAST TIMECARDS    " WS-FINAL-AMT-ED
027130             DELIMITED BY SIZE INTO WS-FINAL-LINE
027131     ELSE
027132         MOVE WS-FINAL-DAYS-WORKED TO WS-FINAL-DAYS-ED
027133         MOVE WS-FINAL-PERIOD-DAYS TO WS-FINAL-PDAYS-ED
027134         STRING "  PRORATED SALARY   " WS-FINAL-AMT-ED
027135             "   DAYS " WS-FINAL-DAYS-ED " OF " WS-FINAL-PDAYS-ED
027136             DELIMITED BY SIZE INTO WS-FINAL-LINE
027137     END-IF
027138     WRITE FINALPAY-RECORD FROM WS-FINAL-LINE
027139     MOVE WS-FINAL-PTO-AMT TO WS-FINAL-AMT-ED
027140     MOVE WS-FINAL-PTO-HOURS TO WS-FINAL-HRS-ED
027141     MOVE SPACES TO WS-FINAL-LINE
027142     STRING "  PTO PAYOUT        " WS-FINAL-AMT-ED
027143         "   HOURS " WS-FINAL-HRS-ED
027144         DELIMITED BY SIZE INTO WS-FINAL-LINE
027145     WRITE FINALPAY-RECORD FROM WS-FINAL-LINE
027146     MOVE WS-GROSS-PAY TO WS-FINAL-AMT-ED
027147     MOVE WS-MONTHLY-PAY TO WS-FINAL-AMT-ED-2
027148     MOVE SPACES TO WS-FINAL-LINE
027149     IF PAID-BY-CHECK
027150         STRING "  GROSS             " WS-FINAL-AMT-ED
027151             "   NET " WS-FINAL-AMT-ED-2 "   CHECK NO "
027152             WS-THIS-CHECK-NO
027153             DELIMITED BY SIZE INTO WS-FINAL-LINE
027154     ELSE
027155         STRING "  GROSS             " WS-FINAL-AMT-ED
027156             "   NET " WS-FINAL-AMT-ED-2 "   DIRECT DEPOSIT"
027157             DELIMITED BY SIZE INTO WS-FINAL-LINE
027158     END-IF
027159     WRITE FINALPAY-RECORD FROM WS-FINAL-LINE
027160     MOVE SPACES TO WS-FINAL-LINE
027161     STRING "  HR APPROVAL ______________________________"
027162         "   DATE __________"
027163         DELIMITED BY SIZE INTO WS-FINAL-LINE
027164     WRITE FINALPAY-RECORD FROM WS-FINAL-LINE
027165     MOVE SPACES TO WS-FINAL-LINE
027166     WRITE FINALPAY-RECORD FROM WS-FINAL-LINE.

027167*----------------------------------------------------------------
027168 2700-WRITE-DIRECT-DEPOSIT.
027169*----------------------------------------------------------------
027170     IF EMP-BANK-ROUTING NOT = SPACES
027171         MOVE "D" TO WS-PAID-BY-SW
027172         MOVE "22" TO NACHA-TRANSACTION-CODE
027173         IF EMP-SAVINGS
027180             MOVE "32" TO NACHA-TRANSACTION-CODE
027190         END-IF
027200         MOVE EMP-BANK-ROUTING  TO NACHA-ROUTING-NUMBER
028350     COMPUTE WS-STUB-YTD-AMT =
028360         WS-YTD-PRIOR-GROSS + WS-GROSS-PAY
028370     PERFORM 2785-WRITE-STUB-AMT-LINE
028372     IF FINAL-PAY-EMP
028374         PERFORM 2788-WRITE-STUB-FINAL-LINES
028376     END-IF
028380     MOVE "FEDERAL TAX" TO STUB-LABEL
028390     MOVE WS-FEDERAL-TAX TO WS-STUB-CUR-AMT
028400     COMPUTE WS-STUB-YTD-AMT =
028410         WS-YTD-PRIOR-FED + WS-FEDERAL-TAX
028420     PERFORM 2785-WRITE-STUB-AMT-LINE
028421*    STATE TAX PRINTS ONE LINE PER STATE PAID IN THIS YEAR,
028422*    FROM THE STATE DETAIL ALREADY POSTED BY 2600.  ONLY A
028423*    PAYMENT THAT COULD NOT BE BROKEN OUT BY STATE PRINTS THE
028424*    UNSPLIT LINE.
028425     PERFORM 2786-WRITE-STUB-STATE-LINE
028426         THRU 2786-WRITE-STUB-STATE-LINE-EXIT
028427         VARYING WS-YTD-ST-SUB FROM 1 BY 1
028428         UNTIL WS-YTD-ST-SUB > 4
028429     IF WS-YTD-ST-CUR = ZERO
028430         MOVE "STATE TAX" TO STUB-LABEL
028440         MOVE WS-STATE-TAX TO WS-STUB-CUR-AMT
028450         COMPUTE WS-STUB-YTD-AMT =
028460             WS-YTD-PRIOR-STATE + WS-STATE-TAX
028470         PERFORM 2785-WRITE-STUB-AMT-LINE
028475     END-IF
028480     MOVE "FICA" TO STUB-LABEL
028490     MOVE WS-FICA-AMT TO WS-STUB-CUR-AMT
028500     COMPUTE WS-STUB-YTD-AMT =
028730     PERFORM 2785-WRITE-STUB-AMT-LINE
028740     MOVE "NET PAY" TO STUB-LABEL
028750     MOVE WS-MONTHLY-PAY TO WS-STUB-CUR-AMT
028751     COMPUTE WS-STUB-YTD-AMT =
028752         WS-YTD-PRIOR-NET + WS-MONTHLY-PAY
028753     PERFORM 2785-WRITE-STUB-AMT-LINE
028754*    THE PRE-TAX AMOUNTS AND THE W-2 WAGE BOXES THEY LEAVE.
028755*    SECTION 125 IS NOT CARRIED YEAR-TO-DATE ON ITS OWN - IT IS
028756*    THE DIFFERENCE BETWEEN GROSS AND MEDICARE WAGES.
028757     IF WS-PRETAX-401K > ZERO OR WS-YTD-PRIOR-401K > ZERO
028758         MOVE "401(K) DEFERRAL" TO STUB-LABEL
028759         MOVE WS-PRETAX-401K TO WS-STUB-CUR-AMT
028760         COMPUTE WS-STUB-YTD-AMT =
028761             WS-YTD-PRIOR-401K + WS-PRETAX-401K
028762         PERFORM 2785-WRITE-STUB-AMT-LINE
028763     END-IF
028764     COMPUTE WS-STUB-YTD-AMT =
028765         (WS-YTD-PRIOR-GROSS + WS-GROSS-PAY) -
028766         (WS-YTD-PRIOR-MED-WAGES + WS-FICA-WAGES)
028767     IF WS-PRETAX-125 > ZERO OR WS-STUB-YTD-AMT > ZERO
028768         MOVE "SECTION 125" TO STUB-LABEL
028769         MOVE WS-PRETAX-125 TO WS-STUB-CUR-AMT
028770         PERFORM 2785-WRITE-STUB-AMT-LINE
028771     END-IF
028772     MOVE "FED TAXABLE WAGES" TO STUB-LABEL
028773     MOVE WS-FIT-WAGES TO WS-STUB-CUR-AMT
028774     COMPUTE WS-STUB-YTD-AMT =
028775         WS-YTD-PRIOR-FIT-WAGES + WS-FIT-WAGES
028776     PERFORM 2785-WRITE-STUB-AMT-LINE
028777     MOVE "SOC SEC WAGES" TO STUB-LABEL
028778     MOVE WS-FICA-TAXABLE TO WS-STUB-CUR-AMT
028779     COMPUTE WS-STUB-YTD-AMT =
028780         WS-YTD-PRIOR-SS-WAGES + WS-FICA-TAXABLE
028781     PERFORM 2785-WRITE-STUB-AMT-LINE
028782     MOVE "MEDICARE WAGES" TO STUB-LABEL
028783     MOVE WS-FICA-WAGES TO WS-STUB-CUR-AMT
028784     COMPUTE WS-STUB-YTD-AMT =
028785         WS-YTD-PRIOR-MED-WAGES + WS-FICA-WAGES
028786     PERFORM 2785-WRITE-STUB-AMT-LINE
028790*    THE LEAVE BLOCK EVERY PAYSLIP OUR EMPLOYEES HAVE SEEN
028800*    ELSEWHERE CARRIES - ACCRUED, TAKEN, AND AVAILABLE HOURS
028810*    AS POSTED TO PTOBAL.DAT THIS PERIOD.  AN ADJUSTMENT RUN
028850             WS-PTO-PRIOR-ACCRUED + WS-PTO-RATE
028860         COMPUTE WS-PTO-TAKEN-ED =
028870             WS-PTO-PRIOR-TAKEN + WS-TC-PTO-HOURS
028875                 + WS-FINAL-PTO-HOURS
028880         COMPUTE WS-PTO-AVAIL-ED =
028890             (WS-PTO-PRIOR-ACCRUED + WS-PTO-RATE) -
028900             (WS-PTO-PRIOR-TAKEN + WS-TC-PTO-HOURS
028905                 + WS-FINAL-PTO-HOURS)
028910         MOVE SPACES TO WS-STUB-TEXT-LINE
028920         STRING "PTO HOURS  ACCRUED " WS-PTO-ACC-ED
028930             "  TAKEN " WS-PTO-TAKEN-ED
029100*----------------------------------------------------------------
029110     MOVE WS-STUB-CUR-AMT TO STUB-CURRENT
029120     MOVE WS-STUB-YTD-AMT TO STUB-YTD
029121     WRITE PAYSTUB-RECORD FROM WS-STUB-LINE.

029122*----------------------------------------------------------------
029123 2786-WRITE-STUB-STATE-LINE.
029124*----------------------------------------------------------------
029125     IF WS-YTD-ST-CODE (WS-YTD-ST-SUB) NOT = SPACES
029126         MOVE SPACES TO STUB-LABEL
029127         STRING "STATE TAX " WS-YTD-ST-CODE (WS-YTD-ST-SUB)
029128             DELIMITED BY SIZE INTO STUB-LABEL
029129         IF WS-YTD-ST-SUB = WS-YTD-ST-CUR
029130             MOVE WS-STATE-TAX TO WS-STUB-CUR-AMT
029131         ELSE
029132             MOVE ZERO TO WS-STUB-CUR-AMT
029133         END-IF
029134         MOVE WS-YTD-ST-TAX (WS-YTD-ST-SUB) TO WS-STUB-YTD-AMT
029135         PERFORM 2785-WRITE-STUB-AMT-LINE
029136     END-IF.
029137 2786-WRITE-STUB-STATE-LINE-EXIT.
029138     EXIT.

029140*----------------------------------------------------------------
029150 2787-WRITE-STUB-DED-LINE.
029260     WRITE PAYSTUB-RECORD FROM WS-STUB-TEXT-LINE.
029270 2787-WRITE-STUB-DED-LINE-EXIT.
029280     EXIT.
029281*----------------------------------------------------------------
029282 2788-WRITE-STUB-FINAL-LINES.
029283*----------------------------------------------------------------
029284*    BREAK A FINAL CHECK'S GROSS INTO ITS REGULAR EARNINGS AND
029285*    THE PTO PAYOUT - CURRENT COLUMN ONLY, LIKE THE ITEMIZED
029286*    DEDUCTIONS.
029287     MOVE WS-FINAL-BASE-PAY TO WS-FINAL-AMT-ED
029288     MOVE SPACES TO WS-STUB-TEXT-LINE
029289     STRING "  FINAL REGULAR     " WS-FINAL-AMT-ED
029290         DELIMITED BY SIZE INTO WS-STUB-TEXT-LINE
029291     WRITE PAYSTUB-RECORD FROM WS-STUB-TEXT-LINE
029292     MOVE WS-FINAL-PTO-AMT TO WS-FINAL-AMT-ED
029293     MOVE WS-FINAL-PTO-HOURS TO WS-FINAL-HRS-ED
029294     MOVE SPACES TO WS-STUB-TEXT-LINE
029295     STRING "  PTO PAYOUT        " WS-FINAL-AMT-ED
029296         "   " WS-FINAL-HRS-ED " HOURS"
029297         DELIMITED BY SIZE INTO WS-STUB-TEXT-LINE
029298     WRITE PAYSTUB-RECORD FROM WS-STUB-TEXT-LINE.

029299*----------------------------------------------------------------
029300 2790-WRITE-PAY-HISTORY.
029310*----------------------------------------------------------------
029320*    ONE FIXED UNEDITED DETAIL RECORD PER PAYMENT TO THE KEYED
029490         MOVE "C" TO PHIST-PAY-METHOD
029500         MOVE WS-THIS-CHECK-NO TO PHIST-INSTRUMENT
029510     ELSE
029511         MOVE "D" TO PHIST-PAY-METHOD
029512         MOVE EMP-BANK-ROUTING TO PHIST-INSTRUMENT
029513     END-IF
029514     MOVE WS-EMP-TAX-STATE TO PHIST-TAX-STATE
029515     MOVE WS-FICA-WAGES   TO PHIST-UI-WAGES
029516     MOVE WS-FUTA-TAXABLE TO PHIST-FUTA-WAGES
029517     MOVE WS-SUTA-TAXABLE TO PHIST-SUTA-WAGES
029518     MOVE WS-ER-FUTA-AMT  TO PHIST-ER-FUTA
029519     MOVE WS-ER-SUTA-AMT  TO PHIST-ER-SUTA
029520     PERFORM 2791-SET-PHIST-PAY-BASIS
029521     PERFORM 2792-WRITE-PHIST-RECORD.

029522*----------------------------------------------------------------
029523 2791-SET-PHIST-PAY-BASIS.
029524*----------------------------------------------------------------
029525*    THE RATE PAID IS THE ANNUAL SALARY FOR A SALARIED EMPLOYEE
029526*    AND THE HOURLY RATE FOR AN HOURLY ONE.  HOURS ARE RECORDED
029527*    ONLY FOR A REGULAR PERIOD CHECK - A SUPPLEMENTAL ADJUSTMENT
029528*    IS PAID AS A FLAT GROSS.  A FINAL CHECK CARRIES ITS OWN
029529*    EARNINGS CODE SO RETRO-PAY DOES NOT RE-PRICE A PRORATED
029530*    CHECK WITH A PTO PAYOUT IN IT AS A REGULAR PERIOD.
029533     EVALUATE TRUE
029536         WHEN ADJUSTMENT-RUN
029537             MOVE ADJ-EARN-CODE TO PHIST-EARN-CODE
029538         WHEN FINAL-PAY-EMP
029539             MOVE "FINL"        TO PHIST-EARN-CODE
029540         WHEN OTHER
029541             MOVE "REG "        TO PHIST-EARN-CODE
029542     END-EVALUATE
029543     MOVE ZERO TO PHIST-PAY-RATE
029544                  PHIST-REG-HOURS
029545                  PHIST-OT-HOURS
029546                  PHIST-PTO-HOURS
029547     IF EMP-HOURLY
029548         MOVE "H" TO PHIST-PAY-TYPE
029549         IF EMP-HOURLY-RATE-X IS NUMERIC
029550             MOVE EMP-HOURLY-RATE TO PHIST-PAY-RATE
029551         END-IF
029552         IF NOT ADJUSTMENT-RUN
029553             MOVE WS-TC-REG-HOURS TO PHIST-REG-HOURS
029554             MOVE WS-TC-OT-HOURS  TO PHIST-OT-HOURS
029555         END-IF
029556     ELSE
029557         MOVE "S" TO PHIST-PAY-TYPE
029558         IF EMP-SALARY-X IS NUMERIC
029559             MOVE EMP-SALARY TO PHIST-PAY-RATE
029560         END-IF
029561     END-IF
029562     IF NOT ADJUSTMENT-RUN
029563         MOVE WS-TC-PTO-HOURS TO PHIST-PTO-HOURS
029564     END-IF.

029565*----------------------------------------------------------------
029570 2792-WRITE-PHIST-RECORD.
029580*----------------------------------------------------------------
029590*    THE SEQUENCE SEPARATES SEVERAL PAYMENTS TO ONE EMPLOYEE IN
029960     COMPUTE PHIST-OTHER-DED = ZERO - ADJ-OTHER
029970     COMPUTE PHIST-NET       = ZERO - WS-ADJ-NET
029980     MOVE "V" TO PHIST-PAY-METHOD
029981     MOVE ADJ-REF-NO TO PHIST-INSTRUMENT
029982     MOVE WS-EMP-TAX-STATE TO PHIST-TAX-STATE
029983     COMPUTE PHIST-UI-WAGES   = ZERO - WS-ADJ-MED-WAGES
029984     COMPUTE PHIST-FUTA-WAGES = ZERO - WS-ADJ-FUTA-WAGES
029985     COMPUTE PHIST-SUTA-WAGES = ZERO - WS-ADJ-SUTA-WAGES
029986     COMPUTE PHIST-ER-FUTA    = ZERO - WS-ADJ-ER-FUTA
029987     COMPUTE PHIST-ER-SUTA    = ZERO - WS-ADJ-ER-SUTA
029988     MOVE ADJ-EARN-CODE   TO PHIST-EARN-CODE
029989     MOVE SPACES          TO PHIST-PAY-TYPE
029990     MOVE ZERO            TO PHIST-PAY-RATE
029991                             PHIST-REG-HOURS
029992                             PHIST-OT-HOURS
029993                             PHIST-PTO-HOURS
030000     PERFORM 2792-WRITE-PHIST-RECORD.

030010*----------------------------------------------------------------
030340     MOVE WS-TOTAL-ER-FICA    TO CKPT-TOTAL-ER-FICA
030350     MOVE WS-TOTAL-ER-MED     TO CKPT-TOTAL-ER-MED
030360     MOVE WS-CHECK-COUNT      TO CKPT-CHECK-COUNT
030361     WRITE CONTROL-CKPT-RECORD FROM WS-CKPT-RECORD
030362     MOVE SPACES TO WS-CKPT-WAGE-RECORD
030363     SET CKPT-TYPE-WAGE-BOX TO TRUE
030364     MOVE WS-TOTAL-FIT-WAGES  TO CKPT-TOTAL-FIT-WAGES
030365     MOVE WS-TOTAL-SS-WAGES   TO CKPT-TOTAL-SS-WAGES
030366     MOVE WS-TOTAL-MED-WAGES  TO CKPT-TOTAL-MED-WAGES
030367     MOVE WS-TOTAL-401K       TO CKPT-TOTAL-401K
030368     MOVE WS-TOTAL-ER-FUTA    TO CKPT-TOTAL-ER-FUTA
030369     MOVE WS-TOTAL-ER-SUTA    TO CKPT-TOTAL-ER-SUTA
030370     MOVE WS-TOTAL-FUTA-WAGES TO CKPT-TOTAL-FUTA-WAGES
030371     MOVE WS-TOTAL-SUTA-WAGES TO CKPT-TOTAL-SUTA-WAGES
030372     MOVE WS-FINAL-PAY-COUNT  TO CKPT-FINAL-PAY-COUNT
030373     MOVE WS-FINAL-PAY-GROSS  TO CKPT-FINAL-PAY-GROSS
030374     MOVE WS-FINAL-PTO-TOTAL  TO CKPT-FINAL-PTO-TOTAL
030377     WRITE CONTROL-CKPT-RECORD FROM WS-CKPT-WAGE-RECORD
030380     PERFORM 2860-WRITE-DEPT-CKPT-LINE
030390         THRU 2860-WRITE-DEPT-CKPT-LINE-EXIT
030400         VARYING WS-DEPT-IDX FROM 1 BY 1
030420     IF DEPT-TABLE-OVERFLOWED
030430         PERFORM 2870-WRITE-OVFL-CKPT-LINE
030440     END-IF
030442     PERFORM 2875-WRITE-STWH-CKPT-LINE
030444         THRU 2875-WRITE-STWH-CKPT-LINE-EXIT
030446         VARYING WS-STWH-IDX FROM 1 BY 1
030448         UNTIL WS-STWH-IDX > WS-STWH-COUNT
030450     PERFORM 2880-WRITE-DTKN-CKPT-LINE
030460         THRU 2880-WRITE-DTKN-CKPT-LINE-EXIT
030470         VARYING WS-DED-IDX FROM 1 BY 1
030480         UNTIL WS-DED-IDX > WS-DED-COUNT
030482     PERFORM 2885-WRITE-LD-CKPT-LINE
030484         THRU 2885-WRITE-LD-CKPT-LINE-EXIT
030486         VARYING WS-LD-IDX FROM 1 BY 1
030488         UNTIL WS-LD-IDX > WS-LD-COUNT
030490     CLOSE CONTROL-CKPT-FILE.

030500*----------------------------------------------------------------
030640                                      TO CKPT-DEPT-ER-FICA
030650     MOVE WS-DEPT-ER-MED (WS-DEPT-IDX)
030660                                      TO CKPT-DEPT-ER-MED
030662     MOVE WS-DEPT-ER-FUTA (WS-DEPT-IDX)
030664                                      TO CKPT-DEPT-ER-FUTA
030666     MOVE WS-DEPT-ER-SUTA (WS-DEPT-IDX)
030668                                      TO CKPT-DEPT-ER-SUTA
030670     WRITE CONTROL-CKPT-RECORD FROM WS-CKPT-DEPT-RECORD.
030680 2860-WRITE-DEPT-CKPT-LINE-EXIT.
030690     EXIT.
030830     MOVE WS-OVFL-MED     TO CKPT-OVFL-MED
030840     MOVE WS-OVFL-OTHER   TO CKPT-OVFL-OTHER
030850     MOVE WS-OVFL-ER-FICA TO CKPT-OVFL-ER-FICA
030852     MOVE WS-OVFL-ER-MED  TO CKPT-OVFL-ER-MED
030854     MOVE WS-OVFL-ER-FUTA TO CKPT-OVFL-ER-FUTA
030856     MOVE WS-OVFL-ER-SUTA TO CKPT-OVFL-ER-SUTA
030861     WRITE CONTROL-CKPT-RECORD FROM WS-CKPT-OVFL-RECORD.

030862*----------------------------------------------------------------
030863 2875-WRITE-STWH-CKPT-LINE.
030864*----------------------------------------------------------------
030865     MOVE SPACES TO WS-CKPT-STWH-RECORD
030866     SET CKPT-TYPE-STATE-WH TO TRUE
030867     MOVE WS-STWH-DEPT (WS-STWH-IDX)   TO CKPT-STWH-DEPT
030868     MOVE WS-STWH-STATE (WS-STWH-IDX)  TO CKPT-STWH-STATE
030869     MOVE WS-STWH-AMOUNT (WS-STWH-IDX) TO CKPT-STWH-AMOUNT
030870     WRITE CONTROL-CKPT-RECORD FROM WS-CKPT-STWH-RECORD.
030871 2875-WRITE-STWH-CKPT-LINE-EXIT.
030872     EXIT.

030880*----------------------------------------------------------------
030890 2880-WRITE-DTKN-CKPT-LINE.
031070 2880-WRITE-DTKN-CKPT-LINE-EXIT.
031080     EXIT.

031081*----------------------------------------------------------------
031082 2885-WRITE-LD-CKPT-LINE.
031083*----------------------------------------------------------------
031084     MOVE SPACES TO WS-CKPT-LD-RECORD
031085     SET CKPT-TYPE-LABOR-DIST TO TRUE
031086     MOVE WS-LD-DEPT (WS-LD-IDX)    TO CKPT-LD-DEPT
031087     MOVE WS-LD-PROJECT (WS-LD-IDX) TO CKPT-LD-PROJECT
031088     MOVE WS-LD-HOURS (WS-LD-IDX)   TO CKPT-LD-HOURS
031089     MOVE WS-LD-PREMIUM (WS-LD-IDX) TO CKPT-LD-PREMIUM
031090     MOVE WS-LD-GROSS (WS-LD-IDX)   TO CKPT-LD-GROSS
031091     MOVE WS-LD-ER-TAX (WS-LD-IDX)  TO CKPT-LD-ER-TAX
031092     WRITE CONTROL-CKPT-RECORD FROM WS-CKPT-LD-RECORD.
031093 2885-WRITE-LD-CKPT-LINE-EXIT.
031094     EXIT.

031095*----------------------------------------------------------------
031100 2900-ACCUMULATE-DEPT-TOTAL.
031110*----------------------------------------------------------------
031111*    A PAYMENT POSTS TO THE COST CENTERS IT IS CHARGED TO, NOT
031112*    SIMPLY THE HOME DEPARTMENT.  2960 GATHERS THE EMPLOYEE'S
031113*    CHARGES AND PRICES EACH ONE'S PART OF THE GROSS, AND EVERY
031114*    OTHER AMOUNT ON THE PAYMENT IS SPREAD IN THE SAME PROPORTION.
031115     PERFORM 2960-BUILD-CHARGE-SHARES
031116     MOVE WS-MONTHLY-PAY     TO WS-DPAY-NET
031117     MOVE WS-GROSS-PAY       TO WS-DPAY-GROSS
031118     MOVE WS-FEDERAL-TAX     TO WS-DPAY-FED
031119     MOVE WS-STATE-TAX       TO WS-DPAY-STATE
031120     MOVE WS-FICA-AMT        TO WS-DPAY-FICA
031121     MOVE WS-MEDICARE-AMT    TO WS-DPAY-MED
031122     MOVE WS-OTHER-DEDUCT    TO WS-DPAY-OTHER
031123     MOVE WS-ER-FICA-AMT     TO WS-DPAY-ER-FICA
031124     MOVE WS-ER-MEDICARE-AMT TO WS-DPAY-ER-MED
031125     MOVE WS-ER-FUTA-AMT     TO WS-DPAY-ER-FUTA
031126     MOVE WS-ER-SUTA-AMT     TO WS-DPAY-ER-SUTA
031127     MOVE WS-DIST-PAY-AMTS   TO WS-DIST-LEFT-TABLE
031128     PERFORM 2902-POST-CHARGE-SHARE
031129         THRU 2902-POST-CHARGE-SHARE-EXIT
031130         VARYING WS-CHG-IDX FROM 1 BY 1
031131         UNTIL WS-CHG-IDX > WS-CHG-COUNT.

031132*----------------------------------------------------------------
031133 2902-POST-CHARGE-SHARE.
031134*----------------------------------------------------------------
031135     IF WS-CHG-IDX = WS-CHG-COUNT
031136         MOVE WS-DIST-LEFT-TABLE TO WS-DIST-SHARE-AMTS
031137     ELSE
031138         PERFORM 2903-PRORATE-DIST-AMT
031139             THRU 2903-PRORATE-DIST-AMT-EXIT
031140             VARYING WS-DIST-SUB FROM 1 BY 1
031141             UNTIL WS-DIST-SUB > 11
031142     END-IF
031143     MOVE WS-CHG-DEPT (WS-CHG-IDX) TO WS-DSH-DEPT
031144     MOVE "N" TO WS-DEPT-FOUND-SW
031145     MOVE WS-DSH-DEPT TO WS-STWH-DEPT-KEY
031146     PERFORM 2905-FIND-DEPT-ENTRY THRU 2905-FIND-DEPT-ENTRY-EXIT
031147         VARYING WS-DEPT-IDX FROM 1 BY 1
031148         UNTIL WS-DEPT-IDX > WS-DEPT-COUNT OR DEPT-ENTRY-FOUND
031149     IF NOT DEPT-ENTRY-FOUND
031150         PERFORM 2910-ADD-DEPT-ENTRY
031151     END-IF
031152     MOVE WS-DSH-STATE TO WS-STWH-POST-AMT
031153     PERFORM 2920-ACCUMULATE-STATE-WH
031154     PERFORM 2970-ACCUMULATE-LABOR-DIST.
031155 2902-POST-CHARGE-SHARE-EXIT.
031156     EXIT.

031157*----------------------------------------------------------------
031158 2903-PRORATE-DIST-AMT.
031159*----------------------------------------------------------------
031160     COMPUTE WS-DSH-AMT (WS-DIST-SUB) ROUNDED =
031161         WS-DPAY-AMT (WS-DIST-SUB) * WS-CHG-GROSS (WS-CHG-IDX)
031162             / WS-DPAY-GROSS
031163     SUBTRACT WS-DSH-AMT (WS-DIST-SUB)
031164         FROM WS-DLEFT-AMT (WS-DIST-SUB).
031165 2903-PRORATE-DIST-AMT-EXIT.
031166     EXIT.
031190*----------------------------------------------------------------
031200 2905-FIND-DEPT-ENTRY.
031210*----------------------------------------------------------------
031220     IF WS-DEPT-CODE (WS-DEPT-IDX) = WS-DSH-DEPT
031230         MOVE "Y" TO WS-DEPT-FOUND-SW
031240         ADD WS-DSH-NET     TO WS-DEPT-TOTAL (WS-DEPT-IDX)
031250         ADD WS-DSH-GROSS   TO WS-DEPT-GROSS (WS-DEPT-IDX)
031260         ADD WS-DSH-FED     TO WS-DEPT-FED (WS-DEPT-IDX)
031270         ADD WS-DSH-STATE   TO WS-DEPT-STATE (WS-DEPT-IDX)
031280         ADD WS-DSH-FICA    TO WS-DEPT-FICA (WS-DEPT-IDX)
031290         ADD WS-DSH-MED     TO WS-DEPT-MED (WS-DEPT-IDX)
031300         ADD WS-DSH-OTHER   TO WS-DEPT-OTHER (WS-DEPT-IDX)
031310         ADD WS-DSH-ER-FICA TO WS-DEPT-ER-FICA (WS-DEPT-IDX)
031320         ADD WS-DSH-ER-MED
031330             TO WS-DEPT-ER-MED (WS-DEPT-IDX)
031333         ADD WS-DSH-ER-FUTA TO WS-DEPT-ER-FUTA (WS-DEPT-IDX)
031336         ADD WS-DSH-ER-SUTA TO WS-DEPT-ER-SUTA (WS-DEPT-IDX)
031340     END-IF.
031350 2905-FIND-DEPT-ENTRY-EXIT.
031360     EXIT.
031400     IF WS-DEPT-COUNT < 100
031410         ADD 1 TO WS-DEPT-COUNT
031420         SET WS-DEPT-IDX TO WS-DEPT-COUNT
031430         MOVE WS-DSH-DEPT    TO WS-DEPT-CODE (WS-DEPT-IDX)
031440         MOVE WS-DSH-NET     TO WS-DEPT-TOTAL (WS-DEPT-IDX)
031450         MOVE WS-DSH-GROSS   TO WS-DEPT-GROSS (WS-DEPT-IDX)
031460         MOVE WS-DSH-FED     TO WS-DEPT-FED (WS-DEPT-IDX)
031470         MOVE WS-DSH-STATE   TO WS-DEPT-STATE (WS-DEPT-IDX)
031480         MOVE WS-DSH-FICA    TO WS-DEPT-FICA (WS-DEPT-IDX)
031490         MOVE WS-DSH-MED     TO WS-DEPT-MED (WS-DEPT-IDX)
031500         MOVE WS-DSH-OTHER   TO WS-DEPT-OTHER (WS-DEPT-IDX)
031510         MOVE WS-DSH-ER-FICA TO WS-DEPT-ER-FICA (WS-DEPT-IDX)
031520         MOVE WS-DSH-ER-MED
031530             TO WS-DEPT-ER-MED (WS-DEPT-IDX)
031533         MOVE WS-DSH-ER-FUTA TO WS-DEPT-ER-FUTA (WS-DEPT-IDX)
031536         MOVE WS-DSH-ER-SUTA TO WS-DEPT-ER-SUTA (WS-DEPT-IDX)
031540     ELSE
031550         MOVE "Y" TO WS-DEPT-OVERFLOW-SW
031555         MOVE "*OVFL" TO WS-STWH-DEPT-KEY
031560         ADD WS-DSH-NET     TO WS-DEPT-OVERFLOW-TOTAL
031570         ADD WS-DSH-GROSS   TO WS-OVFL-GROSS
031580         ADD WS-DSH-FED     TO WS-OVFL-FED
031590         ADD WS-DSH-STATE   TO WS-OVFL-STATE
031600         ADD WS-DSH-FICA    TO WS-OVFL-FICA
031610         ADD WS-DSH-MED     TO WS-OVFL-MED
031620         ADD WS-DSH-OTHER   TO WS-OVFL-OTHER
031622         ADD WS-DSH-ER-FICA TO WS-OVFL-ER-FICA
031624         ADD WS-DSH-ER-MED  TO WS-OVFL-ER-MED
031626         ADD WS-DSH-ER-FUTA TO WS-OVFL-ER-FUTA
031628         ADD WS-DSH-ER-SUTA TO WS-OVFL-ER-SUTA
031632         DISPLAY "DEPARTMENT TABLE FULL - " WS-DSH-DEPT
031633             " ROLLED INTO OVERFLOW TOTAL"
031634     END-IF.

031635*----------------------------------------------------------------
031636 2920-ACCUMULATE-STATE-WH.
031637*----------------------------------------------------------------
031638*    POST THIS PAYMENT'S (OR VOID'S) STATE WITHHOLDING TO ITS
031639*    DEPARTMENT/STATE ENTRY FOR THE GLPOST.OUT STATE SPLIT.  THE
031640*    CALLER SETS THE DEPARTMENT KEY AND THE SIGNED AMOUNT.
031641     IF WS-STWH-POST-AMT NOT = ZERO
031642             AND WS-EMP-TAX-STATE NOT = SPACES
031643         MOVE "N" TO WS-STWH-FOUND-SW
031644         PERFORM 2925-FIND-STWH-ENTRY
031645             THRU 2925-FIND-STWH-ENTRY-EXIT
031646             VARYING WS-STWH-IDX FROM 1 BY 1
031647             UNTIL WS-STWH-IDX > WS-STWH-COUNT OR STWH-ENTRY-FOUND
031648         IF NOT STWH-ENTRY-FOUND
031649             IF WS-STWH-COUNT < 500
031650                 ADD 1 TO WS-STWH-COUNT
031651                 SET WS-STWH-IDX TO WS-STWH-COUNT
031652                 MOVE WS-STWH-DEPT-KEY
031653                     TO WS-STWH-DEPT (WS-STWH-IDX)
031654                 MOVE WS-EMP-TAX-STATE
031655                     TO WS-STWH-STATE (WS-STWH-IDX)
031656                 MOVE WS-STWH-POST-AMT
031657                     TO WS-STWH-AMOUNT (WS-STWH-IDX)
031658             ELSE
031659                 IF NOT STWH-TABLE-OVERFLOWED
031660                     DISPLAY "STATE WITHHOLDING TABLE FULL - "
031661                         "FURTHER STATE W/H POSTS UNSPLIT ON "
031662                         "GLPOST.OUT"
031663                 END-IF
031664                 MOVE "Y" TO WS-STWH-OVFL-SW
031665             END-IF
031666         END-IF
031667     END-IF.

031668*----------------------------------------------------------------
031669 2925-FIND-STWH-ENTRY.
031670*----------------------------------------------------------------
031671     IF WS-STWH-DEPT (WS-STWH-IDX) = WS-STWH-DEPT-KEY
031672             AND WS-STWH-STATE (WS-STWH-IDX) = WS-EMP-TAX-STATE
031673         MOVE "Y" TO WS-STWH-FOUND-SW
031674         ADD WS-STWH-POST-AMT TO WS-STWH-AMOUNT (WS-STWH-IDX)
031675     END-IF.
031676 2925-FIND-STWH-ENTRY-EXIT.
031677     EXIT.

031680*----------------------------------------------------------------
031690 2950-REVERSE-DEPT-TOTAL.
031740*    A DEPARTMENT SEEN ONLY THROUGH VOIDS THIS RUN GETS A FRESH
031750*    (NEGATIVE) ENTRY.
031760     MOVE "N" TO WS-DEPT-FOUND-SW
031765     MOVE EMP-DEPT-CODE TO WS-STWH-DEPT-KEY
031770     PERFORM 2955-REVERSE-DEPT-ENTRY
031780         THRU 2955-REVERSE-DEPT-ENTRY-EXIT
031790         VARYING WS-DEPT-IDX FROM 1 BY 1
031920                          WS-DEPT-OTHER (WS-DEPT-IDX)
031930                          WS-DEPT-ER-FICA (WS-DEPT-IDX)
031940                          WS-DEPT-ER-MED (WS-DEPT-IDX)
031943                          WS-DEPT-ER-FUTA (WS-DEPT-IDX)
031946                          WS-DEPT-ER-SUTA (WS-DEPT-IDX)
031950             PERFORM 2957-SUBTRACT-DEPT-AMTS
031960         ELSE
031970             MOVE "Y" TO WS-DEPT-OVERFLOW-SW
031975             MOVE "*OVFL" TO WS-STWH-DEPT-KEY
031980             SUBTRACT WS-ADJ-NET     FROM WS-DEPT-OVERFLOW-TOTAL
031990             SUBTRACT ADJ-GROSS      FROM WS-OVFL-GROSS
032000             SUBTRACT ADJ-FED        FROM WS-OVFL-FED
032040             SUBTRACT ADJ-OTHER      FROM WS-OVFL-OTHER
032050             SUBTRACT WS-ADJ-ER-FICA FROM WS-OVFL-ER-FICA
032060             SUBTRACT WS-ADJ-ER-MED  FROM WS-OVFL-ER-MED
032063             SUBTRACT WS-ADJ-ER-FUTA FROM WS-OVFL-ER-FUTA
032066             SUBTRACT WS-ADJ-ER-SUTA FROM WS-OVFL-ER-SUTA
032070         END-IF
032080     END-IF
032083     COMPUTE WS-STWH-POST-AMT = ZERO - ADJ-STATE
032086     PERFORM 2920-ACCUMULATE-STATE-WH.

032090*----------------------------------------------------------------
032100 2955-REVERSE-DEPT-ENTRY.
032280     SUBTRACT WS-ADJ-ER-FICA
032290         FROM WS-DEPT-ER-FICA (WS-DEPT-IDX)
032300     SUBTRACT WS-ADJ-ER-MED
032310         FROM WS-DEPT-ER-MED (WS-DEPT-IDX)
032312     SUBTRACT WS-ADJ-ER-FUTA
032314         FROM WS-DEPT-ER-FUTA (WS-DEPT-IDX)
032316     SUBTRACT WS-ADJ-ER-SUTA
032318         FROM WS-DEPT-ER-SUTA (WS-DEPT-IDX).

032319*----------------------------------------------------------------
032320 2960-BUILD-CHARGE-SHARES.
032321*----------------------------------------------------------------
032322*    GATHER THE EMPLOYEE'S CHARGES FOR THIS PAYMENT - AN HOURLY
032323*    EMPLOYEE'S TIMECARD LINES, OR A SALARIED EMPLOYEE'S STANDING
032324*    SPLIT - AND PRICE EACH.  WHATEVER THE CHARGES DO NOT ACCOUNT
032325*    FOR STAYS WITH THE HOME DEPARTMENT: ALL OF A PAYMENT WITH NO
032326*    CHARGES OR OF AN ADJUSTMENT-RUN PAYMENT, A FINAL-PAY PTO
032327*    CASH-OUT, AND WHATEVER A SPLIT UNDER 100 PERCENT LEAVES.
032328     MOVE ZERO TO WS-CHG-COUNT
032329                  WS-CHG-ALLOC-GROSS
032330                  WS-CHG-OT-PREMIUM
032331                  WS-CHG-TOTAL-HOURS
032332                  WS-CHG-TOTAL-WORKED
032333                  WS-CHG-TOTAL-PERCENT
032334                  WS-CHG-WEIGHT-TOTAL
032335     MOVE WS-GROSS-PAY TO WS-CHG-BASE
032336     IF FINAL-PAY-EMP
032337         SUBTRACT WS-FINAL-PTO-AMT FROM WS-CHG-BASE
032338     END-IF
032339     IF NOT ADJUSTMENT-RUN AND WS-CHG-BASE > ZERO
032340         IF EMP-HOURLY
032341             PERFORM 2962-ADD-TC-SHARE THRU 2962-ADD-TC-SHARE-EXIT
032342                 VARYING WS-TCL-IDX FROM 1 BY 1
032343                 UNTIL WS-TCL-IDX > WS-TCL-COUNT
032344             MOVE WS-CHG-TOTAL-HOURS TO WS-CHG-WEIGHT-TOTAL
032345             IF WS-CHG-TOTAL-WORKED > ZERO
032346                 COMPUTE WS-CHG-OT-PREMIUM ROUNDED =
032347                     EMP-HOURLY-RATE * .5 * WS-TC-OT-HOURS
032348                 COMPUTE WS-CHG-WEIGHT-TOTAL =
032349                     WS-CHG-TOTAL-HOURS + (.5 * WS-TC-OT-HOURS)
032350             END-IF
032351             IF WS-CHG-WEIGHT-TOTAL = ZERO
032352                 MOVE ZERO TO WS-CHG-COUNT
032353             END-IF
032354         ELSE
032355             PERFORM 2964-ADD-SPLIT-SHARE
032356                 THRU 2964-ADD-SPLIT-SHARE-EXIT
032357                 VARYING WS-LSP-IDX FROM 1 BY 1
032358                 UNTIL WS-LSP-IDX > WS-LSP-COUNT
032359             IF WS-CHG-TOTAL-PERCENT > 100
032360                 DISPLAY "LABOR SPLIT FOR " EMP-ID
032361                     " IS OVER 100 PERCENT - HOME DEPARTMENT "
032362                     "CHARGED"
032363                 MOVE ZERO TO WS-CHG-COUNT
032364             END-IF
032365         END-IF
032366         PERFORM 2968-PRICE-CHARGE-SHARE
032367             THRU 2968-PRICE-CHARGE-SHARE-EXIT
032368             VARYING WS-CHG-IDX FROM 1 BY 1
032369             UNTIL WS-CHG-IDX > WS-CHG-COUNT
032370     END-IF
032371     COMPUTE WS-CHG-HOME-GROSS = WS-GROSS-PAY - WS-CHG-ALLOC-GROSS
032372     IF WS-CHG-HOME-GROSS NOT = ZERO OR WS-CHG-COUNT = ZERO
032373         MOVE EMP-DEPT-CODE TO WS-CHG-KEY-DEPT
032374         MOVE SPACES        TO WS-CHG-KEY-PROJECT
032375         PERFORM 2966-FIND-CHARGE-SHARE
032376         ADD WS-CHG-HOME-GROSS TO WS-CHG-GROSS (WS-CHG-POS)
032377     END-IF.

032378*----------------------------------------------------------------
032379 2962-ADD-TC-SHARE.
032380*----------------------------------------------------------------
032381     IF WS-TCL-EMP-ID (WS-TCL-IDX) = EMP-ID
032382         MOVE WS-TCL-DEPT (WS-TCL-IDX) TO WS-CHG-KEY-DEPT
032383         IF WS-CHG-KEY-DEPT = SPACES
032384             MOVE EMP-DEPT-CODE TO WS-CHG-KEY-DEPT
032385         END-IF
032386         MOVE WS-TCL-PROJECT (WS-TCL-IDX) TO WS-CHG-KEY-PROJECT
032387         PERFORM 2966-FIND-CHARGE-SHARE
032388         ADD WS-TCL-WORKED (WS-TCL-IDX)
032389             TO WS-CHG-WORKED (WS-CHG-POS)
032390                WS-CHG-HOURS (WS-CHG-POS)
032391                WS-CHG-TOTAL-WORKED
032392                WS-CHG-TOTAL-HOURS
032393         ADD WS-TCL-PTO (WS-TCL-IDX)
032394             TO WS-CHG-HOURS (WS-CHG-POS)
032395                WS-CHG-TOTAL-HOURS
032396     END-IF.
032397 2962-ADD-TC-SHARE-EXIT.
032398     EXIT.

032399*----------------------------------------------------------------
032400 2964-ADD-SPLIT-SHARE.
032401*----------------------------------------------------------------
032402     IF WS-LSP-EMP-ID (WS-LSP-IDX) = EMP-ID
032403         MOVE WS-LSP-DEPT (WS-LSP-IDX) TO WS-CHG-KEY-DEPT
032404         IF WS-CHG-KEY-DEPT = SPACES
032405             MOVE EMP-DEPT-CODE TO WS-CHG-KEY-DEPT
032406         END-IF
032407         MOVE WS-LSP-PROJECT (WS-LSP-IDX) TO WS-CHG-KEY-PROJECT
032408         PERFORM 2966-FIND-CHARGE-SHARE
032409         ADD WS-LSP-PERCENT (WS-LSP-IDX)
032410             TO WS-CHG-PERCENT (WS-CHG-POS)
032411                WS-CHG-TOTAL-PERCENT
032412     END-IF.
032413 2964-ADD-SPLIT-SHARE-EXIT.
032414     EXIT.

032415*----------------------------------------------------------------
032416 2966-FIND-CHARGE-SHARE.
032417*----------------------------------------------------------------
032418*    LEAVES WS-CHG-POS ON THE SHARE FOR THE KEY COST CENTER AND
032419*    PROJECT, OPENING A NEW ONE IF NEED BE.  AN EMPLOYEE WITH
032420*    MORE CHARGES THAN THE TABLE HOLDS HAS THE REST FOLDED INTO
032421*    THE LAST SHARE.
032422     MOVE "N" TO WS-CHG-FOUND-SW
032423     PERFORM 2967-MATCH-CHARGE-SHARE
032424         THRU 2967-MATCH-CHARGE-SHARE-EXIT
032425         VARYING WS-CHG-IDX FROM 1 BY 1
032426         UNTIL WS-CHG-IDX > WS-CHG-COUNT OR CHARGE-SHARE-FOUND
032427     IF NOT CHARGE-SHARE-FOUND
032428         IF WS-CHG-COUNT < 20
032429             ADD 1 TO WS-CHG-COUNT
032430             MOVE WS-CHG-COUNT       TO WS-CHG-POS
032431             MOVE WS-CHG-KEY-DEPT TO WS-CHG-DEPT (WS-CHG-POS)
032432             MOVE WS-CHG-KEY-PROJECT
032433                 TO WS-CHG-PROJECT (WS-CHG-POS)
032434             MOVE ZERO TO WS-CHG-HOURS (WS-CHG-POS)
032435                          WS-CHG-WORKED (WS-CHG-POS)
032436                          WS-CHG-PERCENT (WS-CHG-POS)
032437                          WS-CHG-PREMIUM (WS-CHG-POS)
032438                          WS-CHG-GROSS (WS-CHG-POS)
032439         ELSE
032440             MOVE WS-CHG-COUNT TO WS-CHG-POS
032441             DISPLAY "MORE THAN 20 LABOR CHARGES FOR " EMP-ID
032442                 " - " WS-CHG-KEY-DEPT " " WS-CHG-KEY-PROJECT
032443                 " FOLDED INTO " WS-CHG-DEPT (WS-CHG-POS)
032444         END-IF
032445     END-IF.

032446*----------------------------------------------------------------
032447 2967-MATCH-CHARGE-SHARE.
032448*----------------------------------------------------------------
032449     IF WS-CHG-DEPT (WS-CHG-IDX) = WS-CHG-KEY-DEPT
032450             AND WS-CHG-PROJECT (WS-CHG-IDX) = WS-CHG-KEY-PROJECT
032451         MOVE "Y" TO WS-CHG-FOUND-SW
032452         SET WS-CHG-POS TO WS-CHG-IDX
032453     END-IF.
032454 2967-MATCH-CHARGE-SHARE-EXIT.
032455     EXIT.

032456*----------------------------------------------------------------
032457 2968-PRICE-CHARGE-SHARE.
032458*----------------------------------------------------------------
032459*    AN HOURLY CHARGE IS WEIGHTED BY ITS HOURS PLUS ITS PART OF
032460*    THE OVERTIME PREMIUM, WHICH IS SPREAD OVER WORKED HOURS (PTO
032461*    EARNS NO PREMIUM); A SALARIED CHARGE TAKES ITS PERCENTAGE.
032462*    THE LAST CHARGE OF A FULLY CHARGED PAYMENT TAKES WHAT IS LEFT
032463*    OF THE BASE, SO ROUNDING NEVER LEAKS TO THE HOME DEPARTMENT.
032464     IF EMP-HOURLY
032465         MOVE WS-CHG-HOURS (WS-CHG-IDX) TO WS-CHG-WEIGHT
032466         MOVE ZERO TO WS-CHG-PREMIUM (WS-CHG-IDX)
032467         IF WS-CHG-TOTAL-WORKED > ZERO
032468             COMPUTE WS-CHG-WEIGHT = WS-CHG-WEIGHT +
032469                 (.5 * WS-TC-OT-HOURS * WS-CHG-WORKED (WS-CHG-IDX)
032470                     / WS-CHG-TOTAL-WORKED)
032471             COMPUTE WS-CHG-PREMIUM (WS-CHG-IDX) ROUNDED =
032472                 WS-CHG-OT-PREMIUM * WS-CHG-WORKED (WS-CHG-IDX)
032473                     / WS-CHG-TOTAL-WORKED
032474         END-IF
032475         IF WS-CHG-IDX = WS-CHG-COUNT
032476             COMPUTE WS-CHG-GROSS (WS-CHG-IDX) =
032477                 WS-CHG-BASE - WS-CHG-ALLOC-GROSS
032478         ELSE
032479             COMPUTE WS-CHG-GROSS (WS-CHG-IDX) ROUNDED =
032480                 WS-CHG-BASE * WS-CHG-WEIGHT / WS-CHG-WEIGHT-TOTAL
032481         END-IF
032482     ELSE
032483         IF WS-CHG-IDX = WS-CHG-COUNT
032484                 AND WS-CHG-TOTAL-PERCENT = 100
032485             COMPUTE WS-CHG-GROSS (WS-CHG-IDX) =
032486                 WS-CHG-BASE - WS-CHG-ALLOC-GROSS
032487         ELSE
032488             COMPUTE WS-CHG-GROSS (WS-CHG-IDX) ROUNDED =
032489                 WS-CHG-BASE * WS-CHG-PERCENT (WS-CHG-IDX) / 100
032490         END-IF
032491     END-IF
032492     ADD WS-CHG-GROSS (WS-CHG-IDX) TO WS-CHG-ALLOC-GROSS.
032493 2968-PRICE-CHARGE-SHARE-EXIT.
032494     EXIT.

032495*----------------------------------------------------------------
032496 2970-ACCUMULATE-LABOR-DIST.
032497*----------------------------------------------------------------
032498*    POST ONE CHARGE TO THE LABDIST.OUT ROLLUP, INSERTING A NEW
032499*    COST CENTER/PROJECT IN KEY SEQUENCE.
032500     MOVE WS-DSH-DEPT                  TO WS-LD-SRCH-DEPT
032501     MOVE WS-CHG-PROJECT (WS-CHG-IDX)  TO WS-LD-SRCH-PROJECT
032502     MOVE WS-CHG-HOURS (WS-CHG-IDX)    TO WS-LD-POST-HOURS
032503     MOVE WS-CHG-PREMIUM (WS-CHG-IDX)  TO WS-LD-POST-PREMIUM
032504     COMPUTE WS-LD-POST-ER-TAX = WS-DSH-ER-FICA + WS-DSH-ER-MED +
032505         WS-DSH-ER-FUTA + WS-DSH-ER-SUTA
032506     MOVE "N" TO WS-LD-FOUND-SW
032507     PERFORM 2975-PLACE-LD-ENTRY THRU 2975-PLACE-LD-ENTRY-EXIT
032508         VARYING WS-LD-IDX FROM 1 BY 1
032509         UNTIL WS-LD-IDX > WS-LD-COUNT OR LD-ENTRY-PLACED
032510     IF NOT LD-ENTRY-PLACED
032511         IF WS-LD-COUNT < 500
032512             ADD 1 TO WS-LD-COUNT
032513             SET WS-LD-IDX TO WS-LD-COUNT
032514             PERFORM 2978-NEW-LD-ENTRY
032515         ELSE
032516             PERFORM 2976-LD-TABLE-FULL
032517         END-IF
032518     END-IF.

032519*----------------------------------------------------------------
032520 2975-PLACE-LD-ENTRY.
032521*----------------------------------------------------------------
032522     EVALUATE TRUE
032523         WHEN WS-LD-KEY (WS-LD-IDX) = WS-LD-SEARCH-KEY
032524             MOVE "Y" TO WS-LD-FOUND-SW
032525             PERFORM 2979-ADD-LD-AMOUNTS
032526         WHEN WS-LD-KEY (WS-LD-IDX) > WS-LD-SEARCH-KEY
032527             MOVE "Y" TO WS-LD-FOUND-SW
032528             IF WS-LD-COUNT < 500
032529                 SET WS-LD-POS TO WS-LD-IDX
032530                 PERFORM 2977-SHIFT-LD-ENTRY
032531                     THRU 2977-SHIFT-LD-ENTRY-EXIT
032532                     VARYING WS-LD-SUB FROM WS-LD-COUNT BY -1
032533                     UNTIL WS-LD-SUB < WS-LD-POS
032534                 ADD 1 TO WS-LD-COUNT
032535                 PERFORM 2978-NEW-LD-ENTRY
032536             ELSE
032537                 PERFORM 2976-LD-TABLE-FULL
032538             END-IF
032539         WHEN OTHER
032540             CONTINUE
032541     END-EVALUATE.
032542 2975-PLACE-LD-ENTRY-EXIT.
032543     EXIT.

032544*----------------------------------------------------------------
032545 2976-LD-TABLE-FULL.
032546*----------------------------------------------------------------
032547     IF NOT LD-TABLE-OVERFLOWED
032548         DISPLAY "LABOR DISTRIBUTION TABLE FULL - LABDIST.OUT "
032549             "WILL NOT SHOW EVERY CHARGE"
032550     END-IF
032551     MOVE "Y" TO WS-LD-OVERFLOW-SW.

032552*----------------------------------------------------------------
032553 2977-SHIFT-LD-ENTRY.
032554*----------------------------------------------------------------
032555     MOVE WS-LD-ENTRY (WS-LD-SUB) TO WS-LD-ENTRY (WS-LD-SUB + 1).
032556 2977-SHIFT-LD-ENTRY-EXIT.
032557     EXIT.

032558*----------------------------------------------------------------
032559 2978-NEW-LD-ENTRY.
032560*----------------------------------------------------------------
032561     MOVE WS-LD-SEARCH-KEY TO WS-LD-KEY (WS-LD-IDX)
032562     MOVE ZERO TO WS-LD-HOURS (WS-LD-IDX)
032563                  WS-LD-PREMIUM (WS-LD-IDX)
032564                  WS-LD-GROSS (WS-LD-IDX)
032565                  WS-LD-ER-TAX (WS-LD-IDX)
032566     PERFORM 2979-ADD-LD-AMOUNTS.

032567*----------------------------------------------------------------
032568 2979-ADD-LD-AMOUNTS.
032569*----------------------------------------------------------------
032570     ADD WS-LD-POST-HOURS   TO WS-LD-HOURS (WS-LD-IDX)
032571     ADD WS-LD-POST-PREMIUM TO WS-LD-PREMIUM (WS-LD-IDX)
032572     ADD WS-DSH-GROSS       TO WS-LD-GROSS (WS-LD-IDX)
032573     ADD WS-LD-POST-ER-TAX  TO WS-LD-ER-TAX (WS-LD-IDX).

032574*----------------------------------------------------------------
032575 7000-AMOUNT-TO-WORDS.
032576*----------------------------------------------------------------
032577*    SPELL THE CHECK AMOUNT FOR THE LEGAL LINE - E.G. 12,345.67
032578*    BECOMES "TWELVE THOUSAND THREE HUNDRED FORTY FIVE AND
032579*    67/100 DOLLARS".  NET PAY FITS IN SIX DOLLAR DIGITS, SO
032580*    ONLY A THOUSANDS GROUP AND A UNITS GROUP ARE NEEDED.
032581     MOVE WS-MONTHLY-PAY TO WS-CHK-DOLLARS
032582     COMPUTE WS-CHK-CENTS =
032583         (WS-MONTHLY-PAY - WS-CHK-DOLLARS) * 100
032584     MOVE SPACES TO WS-AMOUNT-WORDS
032585     MOVE 1 TO WS-WORDS-PTR
032586     DIVIDE WS-CHK-DOLLARS BY 1000 GIVING WS-CHK-THOUSANDS
032587         REMAINDER WS-CHK-UNITS
032588     IF WS-CHK-DOLLARS = ZERO
032589         STRING "ZERO " DELIMITED BY SIZE
032590             INTO WS-AMOUNT-WORDS WITH POINTER WS-WORDS-PTR
032591     END-IF
032592     IF WS-CHK-THOUSANDS > ZERO
032593         MOVE WS-CHK-THOUSANDS TO WS-3DIG
032594         PERFORM 7100-FORMAT-3-DIGITS
032595         STRING "THOUSAND " DELIMITED BY SIZE
032596             INTO WS-AMOUNT-WORDS WITH POINTER WS-WORDS-PTR
032597     END-IF
032598     IF WS-CHK-UNITS > ZERO
032599         MOVE WS-CHK-UNITS TO WS-3DIG
032600         PERFORM 7100-FORMAT-3-DIGITS
032601     END-IF
032602     STRING "AND " WS-CHK-CENTS "/100 DOLLARS"
032610         DELIMITED BY SIZE
032620         INTO WS-AMOUNT-WORDS WITH POINTER WS-WORDS-PTR.

033350         INTO WS-AMOUNT-WORDS WITH POINTER WS-WORDS-PTR.

033360*----------------------------------------------------------------
033361 7300-COMPUTE-DAY-NUMBER.
033362*----------------------------------------------------------------
033363*    SERIAL DAY NUMBER OF THE CCYYMMDD DATE IN WS-DAYNUM-DATE
033364*    (THE JULIAN DAY NUMBER), SO THE DAYS BETWEEN TWO DATES ARE A
033365*    SIMPLE SUBTRACTION ACROSS MONTH AND YEAR ENDS.  EACH DIVIDE
033366*    TRUNCATES, AS THE FORMULA REQUIRES.
033367     COMPUTE WS-DAYNUM-A = (14 - WS-DAYNUM-MM) / 12
033368     COMPUTE WS-DAYNUM-Y = WS-DAYNUM-YYYY + 4800 - WS-DAYNUM-A
033369     COMPUTE WS-DAYNUM-M = WS-DAYNUM-MM + (12 * WS-DAYNUM-A) - 3
033370     COMPUTE WS-DAYNUM-WORK = ((153 * WS-DAYNUM-M) + 2) / 5
033371     COMPUTE WS-DAYNUM = WS-DAYNUM-DD + WS-DAYNUM-WORK
033372         + (365 * WS-DAYNUM-Y) - 32045
033373     DIVIDE WS-DAYNUM-Y BY 4 GIVING WS-DAYNUM-WORK
033374     ADD WS-DAYNUM-WORK TO WS-DAYNUM
033375     DIVIDE WS-DAYNUM-Y BY 100 GIVING WS-DAYNUM-WORK
033376     SUBTRACT WS-DAYNUM-WORK FROM WS-DAYNUM
033377     DIVIDE WS-DAYNUM-Y BY 400 GIVING WS-DAYNUM-WORK
033378     ADD WS-DAYNUM-WORK TO WS-DAYNUM.

033379*----------------------------------------------------------------
033380 9000-TERMINATE.
033381*----------------------------------------------------------------
033382*    A FINAL-PAID EMPLOYEE'S DEDUCTIONS ARE STOPPED BEFORE THE
033383*    REPORTS SO PAYROLL.CTL AND FINALPAY.OUT CAN COUNT THEM.
033384     IF NOT ADJUSTMENT-RUN
033385         PERFORM 9290-END-FINAL-PAY-DEDUCTIONS
033386     END-IF
033390     PERFORM 9100-WRITE-CONTROL-REPORT
033400     PERFORM 9400-WRITE-DEPT-REPORT
033405     PERFORM 9450-WRITE-LABOR-DIST-REPORT
033410     PERFORM 9500-WRITE-GL-EXTRACT
033420*    REWRITE THE CHECK-NUMBER CONTROL EVEN ON A RUN THAT CUT NO
033430*    CHECKS, SO THE SAVE STEP IN PAYRUN ALWAYS HAS A CONTROL TO
033450     PERFORM 2770-SAVE-CHECK-NO
033460     PERFORM 9300-REWRITE-DEDUCT-MASTER
033470     PERFORM 9600-APPEND-TAX-LIABILITY
033472     IF NOT ADJUSTMENT-RUN
033474         PERFORM 9800-WRITE-FINAL-PAY-TOTALS
033476     END-IF
033480     CLOSE EMP-FILE PAYROLL-FILE REJECT-FILE YTD-FILE
033490                     DIRDEP-FILE CHECK-FILE CHECK-REG-FILE
033500                     PAYSTUB-FILE PAYHIST-FILE FINALPAY-FILE
033501                     DEDTAKEN-FILE
033502     IF PEND-FILE-OPENED
033504         CLOSE PEND-FILE
033506     END-IF
033507     IF W4-FILE-OPENED
033508         CLOSE W4-FILE
033509     END-IF
033510     IF ADJUSTMENT-RUN
033520         CLOSE ADJUST-FILE
033530     ELSE
033690     OPEN OUTPUT RESTART-FILE
033700     CLOSE RESTART-FILE.

033701*----------------------------------------------------------------
033702 9290-END-FINAL-PAY-DEDUCTIONS.
033703*----------------------------------------------------------------
033704*    STOP EVERY OPEN DEDUCT.IN ENTRY OF AN EMPLOYEE WHOSE FINAL
033705*    CHECK HAS BEEN PAID, AS OF THE LAST DAY WORKED.  THE MASTER
033706*    FLAG DRIVES IT RATHER THAN THIS RUN'S PAYMENTS, SO A RUN
033707*    RESTARTED PAST A FINAL CHECK STILL ENDS THAT EMPLOYEE'S
033708*    ENTRIES.  ONLY DONE WHEN 9300 WILL ACTUALLY REWRITE THE FILE.
033709     IF DEDUCT-FILE-LOADED AND WS-DED-READ-COUNT = WS-DED-COUNT
033710         MOVE SPACES TO WS-FINAL-DED-EMP-ID
033711         PERFORM 9295-END-FINAL-PAY-DED
033712             THRU 9295-END-FINAL-PAY-DED-EXIT
033713             VARYING WS-DED-IDX FROM 1 BY 1
033714             UNTIL WS-DED-IDX > WS-DED-COUNT
033715     END-IF.

033716*----------------------------------------------------------------
033717 9295-END-FINAL-PAY-DED.
033718*----------------------------------------------------------------
033719*    DEDUCT.IN IS IN EMP-ID ORDER, SO THE MASTER IS READ ONCE PER
033720*    EMPLOYEE.  AN ENTRY ALREADY STOPPED BY THE LAST DAY IS LEFT
033721*    ALONE.
033722     IF WS-DED-TAB-EMP-ID (WS-DED-IDX) NOT = WS-FINAL-DED-EMP-ID
033723         MOVE WS-DED-TAB-EMP-ID (WS-DED-IDX)
033724             TO WS-FINAL-DED-EMP-ID EMP-ID
033725         MOVE ZERO TO WS-FINAL-DED-END-DATE
033726         READ EMP-FILE
033727             INVALID KEY
033728                 CONTINUE
033729             NOT INVALID KEY
033730                 IF EMP-TERMINATED AND EMP-FINAL-PAY-DONE
033731                         AND EMP-LAST-DAY-WORKED-X IS NUMERIC
033732                     MOVE EMP-LAST-DAY-WORKED
033733                         TO WS-FINAL-DED-END-DATE
033734                 END-IF
033735         END-READ
033736     END-IF
033737     IF WS-FINAL-DED-END-DATE > ZERO
033738         IF WS-DED-TAB-STOP (WS-DED-IDX) = ZERO
033739                 OR WS-DED-TAB-STOP (WS-DED-IDX) >
033740                     WS-FINAL-DED-END-DATE
033741             MOVE WS-FINAL-DED-END-DATE
033742                 TO WS-DED-TAB-STOP (WS-DED-IDX)
033743             ADD 1 TO WS-FINAL-DED-ENDED
033744         END-IF
033745     END-IF.
033746 9295-END-FINAL-PAY-DED-EXIT.
033747     EXIT.

033748*----------------------------------------------------------------
033749 9300-REWRITE-DEDUCT-MASTER.
033750*----------------------------------------------------------------
033751*    DEDUCT.IN GOES BACK OUT WITH THE RUN'S LIFETIME-TAKEN
033752*    MOVEMENT SO A GOAL DEDUCTION STAYS STOPPED ONCE ITS GOAL
033760*    IS REACHED - THE SAVEDED STEP OF PAYRUN CARRIES THE FILE
033770*    BACK TO THE MASTER DIRECTORY.  THE REWRITE IS REFUSED,
033780*    WITH THE FILE LEFT EXACTLY AS STAGED, IF ANY RECORD WAS
034380         MOVE WS-TOTAL-ER-FICA   TO TL-ER-FICA
034390         MOVE WS-TOTAL-MEDICARE  TO TL-EE-MEDICARE
034400         MOVE WS-TOTAL-ER-MED    TO TL-ER-MEDICARE
034402         MOVE WS-TOTAL-FIT-WAGES TO TL-FIT-WAGES
034404         MOVE WS-TOTAL-SS-WAGES  TO TL-SS-WAGES
034406         MOVE WS-TOTAL-MED-WAGES TO TL-MED-WAGES
034408         MOVE WS-TOTAL-401K      TO TL-401K-DEFER
034410         COMPUTE TL-TOTAL-LIABILITY =
034420             WS-TOTAL-FEDERAL + WS-TOTAL-FICA +
034430             WS-TOTAL-ER-FICA + WS-TOTAL-MEDICARE +
034940         DELIMITED BY SIZE INTO WS-CONTROL-LINE
034950     WRITE CONTROL-RECORD FROM WS-CONTROL-LINE

034951     IF WS-FINAL-PAY-COUNT > ZERO
034952         MOVE SPACES TO WS-CONTROL-LINE
034953         STRING "FINAL PAYMENTS:" SPACE WS-FINAL-PAY-COUNT
034954             " - SEE FINALPAY.OUT FOR HR SIGN-OFF"
034955             DELIMITED BY SIZE INTO WS-CONTROL-LINE
034956         WRITE CONTROL-RECORD FROM WS-CONTROL-LINE
034957     END-IF

034960     MOVE SPACES TO WS-CONTROL-LINE
034970     STRING "CHECKS ISSUED:" SPACE WS-CHECK-COUNT
034980         DELIMITED BY SIZE INTO WS-CONTROL-LINE
035300         DELIMITED BY SIZE INTO WS-CONTROL-LINE
035310     WRITE CONTROL-RECORD FROM WS-CONTROL-LINE
035320     MOVE WS-TOTAL-ER-MED TO WS-CTL-AMT-ED
035321     MOVE SPACES TO WS-CONTROL-LINE
035322     STRING "EMPLOYER MEDICARE MATCH:" SPACE WS-CTL-AMT-ED
035323         DELIMITED BY SIZE INTO WS-CONTROL-LINE
035324     WRITE CONTROL-RECORD FROM WS-CONTROL-LINE
035325     MOVE WS-TOTAL-ER-FUTA TO WS-CTL-AMT-ED
035326     MOVE SPACES TO WS-CONTROL-LINE
035327     STRING "EMPLOYER FUTA:" SPACE WS-CTL-AMT-ED
035328         DELIMITED BY SIZE INTO WS-CONTROL-LINE
035329     WRITE CONTROL-RECORD FROM WS-CONTROL-LINE
035330     MOVE WS-TOTAL-ER-SUTA TO WS-CTL-AMT-ED
035331     MOVE SPACES TO WS-CONTROL-LINE
035332     STRING "EMPLOYER SUTA:" SPACE WS-CTL-AMT-ED
035333         DELIMITED BY SIZE INTO WS-CONTROL-LINE
035334     WRITE CONTROL-RECORD FROM WS-CONTROL-LINE
035335*    THE W-2 WAGE BOXES FOR THE RUN - GROSS LESS THE PRE-TAX
035336*    DEDUCTIONS EACH BOX EXCLUDES.
035337     MOVE WS-TOTAL-FIT-WAGES TO WS-CTL-AMT-ED
035338     MOVE SPACES TO WS-CONTROL-LINE
035339     STRING "FEDERAL TAXABLE WAGES:" SPACE WS-CTL-AMT-ED
035340         DELIMITED BY SIZE INTO WS-CONTROL-LINE
035341     WRITE CONTROL-RECORD FROM WS-CONTROL-LINE
035342     MOVE WS-TOTAL-SS-WAGES TO WS-CTL-AMT-ED
035343     MOVE SPACES TO WS-CONTROL-LINE
035344     STRING "SOCIAL SECURITY WAGES:" SPACE WS-CTL-AMT-ED
035345         DELIMITED BY SIZE INTO WS-CONTROL-LINE
035346     WRITE CONTROL-RECORD FROM WS-CONTROL-LINE
035347     MOVE WS-TOTAL-MED-WAGES TO WS-CTL-AMT-ED
035348     MOVE SPACES TO WS-CONTROL-LINE
035349     STRING "MEDICARE WAGES:" SPACE WS-CTL-AMT-ED
035350         DELIMITED BY SIZE INTO WS-CONTROL-LINE
035351     WRITE CONTROL-RECORD FROM WS-CONTROL-LINE
035352     MOVE WS-TOTAL-401K TO WS-CTL-AMT-ED
035353     MOVE SPACES TO WS-CONTROL-LINE
035354     STRING "401(K) DEFERRALS (12D):" SPACE WS-CTL-AMT-ED
035355         DELIMITED BY SIZE INTO WS-CONTROL-LINE
035356     WRITE CONTROL-RECORD FROM WS-CONTROL-LINE
035357     MOVE WS-TOTAL-FUTA-WAGES TO WS-CTL-AMT-ED
035358     MOVE SPACES TO WS-CONTROL-LINE
035359     STRING "FUTA TAXABLE WAGES:" SPACE WS-CTL-AMT-ED
035360         DELIMITED BY SIZE INTO WS-CONTROL-LINE
035361     WRITE CONTROL-RECORD FROM WS-CONTROL-LINE
035362     MOVE WS-TOTAL-SUTA-WAGES TO WS-CTL-AMT-ED
035363     MOVE SPACES TO WS-CONTROL-LINE
035364     STRING "SUTA TAXABLE WAGES:" SPACE WS-CTL-AMT-ED
035365         DELIMITED BY SIZE INTO WS-CONTROL-LINE
035366     WRITE CONTROL-RECORD FROM WS-CONTROL-LINE

035370     PERFORM 9150-WRITE-EXC-LINE THRU 9150-WRITE-EXC-LINE-EXIT
035380         VARYING WS-EXC-IDX FROM 1 BY 1
035700     END-IF
035710     CLOSE CONTROL-FILE.

035711*----------------------------------------------------------------
035712 9800-WRITE-FINAL-PAY-TOTALS.
035713*----------------------------------------------------------------
035714     MOVE WS-FINAL-PAY-GROSS TO WS-FINAL-TOT-ED
035715     MOVE WS-FINAL-PTO-TOTAL TO WS-FINAL-TOT-ED-2
035716     MOVE SPACES TO WS-FINAL-LINE
035717     STRING "FINAL PAYMENTS: " WS-FINAL-PAY-COUNT
035718         "   GROSS " WS-FINAL-TOT-ED
035719         "   PTO PAYOUT " WS-FINAL-TOT-ED-2
035720         DELIMITED BY SIZE INTO WS-FINAL-LINE
035721     WRITE FINALPAY-RECORD FROM WS-FINAL-LINE
035722     MOVE SPACES TO WS-FINAL-LINE
035723     STRING "DEDUCT.IN ENTRIES STOPPED AT LAST DAY WORKED: "
035724         WS-FINAL-DED-ENDED
035725         DELIMITED BY SIZE INTO WS-FINAL-LINE
035726     WRITE FINALPAY-RECORD FROM WS-FINAL-LINE.

035727*----------------------------------------------------------------
035730 9150-WRITE-EXC-LINE.
035740*----------------------------------------------------------------
035750     MOVE SPACES TO WS-CONTROL-LINE
035820*----------------------------------------------------------------
035830 9400-WRITE-DEPT-REPORT.
035840*----------------------------------------------------------------
035843*    THE DEPARTMENTS HERE ARE THE COST CENTERS THE PAY WAS
035846*    CHARGED TO (SEE 2900), SO THEY TIE TO GLPOST.OUT.
035850     OPEN OUTPUT DEPT-FILE
035860     PERFORM 9410-WRITE-DEPT-LINE THRU 9410-WRITE-DEPT-LINE-EXIT
035870         VARYING WS-DEPT-IDX FROM 1 BY 1
036130 9410-WRITE-DEPT-LINE-EXIT.
036140     EXIT.

036141*----------------------------------------------------------------
036142 9450-WRITE-LABOR-DIST-REPORT.
036143*----------------------------------------------------------------
036144*    LABDIST.OUT - HOURS AND LABOR COST BY CHARGED COST CENTER
036145*    AND PROJECT, SUBTOTALED BY COST CENTER.  STRAIGHT TIME IS
036146*    THE GROSS LESS THE OVERTIME PREMIUM; LABOR COST IS THE
036147*    GROSS PLUS THE EMPLOYER TAXES.  ON A REGULAR RUN THE GROSS
036148*    COLUMN PROVES TO THE RUN'S TOTAL GROSS.
036149     OPEN OUTPUT LABDIST-FILE
036150     MOVE SPACES TO WS-LD-LINE
036151     STRING "LABOR DISTRIBUTION - PERIOD " WS-PERIOD-ID
036152         "   PAY DATE " WS-CHECK-DATE-PRT
036153         DELIMITED BY SIZE INTO WS-LD-LINE
036154     WRITE LABDIST-RECORD FROM WS-LD-LINE
036155     MOVE SPACES TO WS-LD-LINE
036156     WRITE LABDIST-RECORD FROM WS-LD-LINE
036157     STRING "COST   PROJECT       HOURS      STRAIGHT"
036158         "    OT PREMIUM         GROSS      ER TAXES"
036159         "    LABOR COST"
036160         DELIMITED BY SIZE INTO WS-LD-LINE
036161     WRITE LABDIST-RECORD FROM WS-LD-LINE
036162     MOVE SPACES TO WS-LD-LINE
036163     MOVE "CENTER" TO WS-LD-LINE (1:6)
036164     WRITE LABDIST-RECORD FROM WS-LD-LINE
036165     MOVE SPACES TO WS-LD-PREV-DEPT
036166     MOVE ZERO TO WS-LD-SUB-HOURS WS-LD-SUB-PREMIUM
036167                  WS-LD-SUB-GROSS WS-LD-SUB-ER-TAX
036168                  WS-LD-TOT-HOURS WS-LD-TOT-PREMIUM
036169                  WS-LD-TOT-GROSS WS-LD-TOT-ER-TAX
036170     PERFORM 9455-WRITE-LD-LINE THRU 9455-WRITE-LD-LINE-EXIT
036171         VARYING WS-LD-IDX FROM 1 BY 1
036172         UNTIL WS-LD-IDX > WS-LD-COUNT
036173     IF WS-LD-COUNT > ZERO
036174         PERFORM 9457-WRITE-LD-SUBTOTAL
036175     END-IF

036176     MOVE SPACES TO WS-LD-LINE
036177     MOVE "GRAND TOTAL" TO WS-LD-LINE (1:11)
036178     MOVE WS-LD-TOT-HOURS   TO LD-HOURS
036179     COMPUTE LD-STRAIGHT = WS-LD-TOT-GROSS - WS-LD-TOT-PREMIUM
036180     MOVE WS-LD-TOT-PREMIUM TO LD-PREMIUM
036181     MOVE WS-LD-TOT-GROSS   TO LD-GROSS
036182     MOVE WS-LD-TOT-ER-TAX  TO LD-ER-TAX
036183     COMPUTE LD-COST = WS-LD-TOT-GROSS + WS-LD-TOT-ER-TAX
036184     WRITE LABDIST-RECORD FROM WS-LD-LINE

036185     IF LD-TABLE-OVERFLOWED
036186         MOVE SPACES TO WS-LD-LINE
036187         STRING "*** TABLE FULL - NOT EVERY CHARGE IS SHOWN ***"
036188             DELIMITED BY SIZE INTO WS-LD-LINE
036189         WRITE LABDIST-RECORD FROM WS-LD-LINE
036190     END-IF
036191     IF NOT ADJUSTMENT-RUN AND NOT LD-TABLE-OVERFLOWED
036192             AND WS-LD-TOT-GROSS NOT = WS-TOTAL-GROSS
036193         MOVE WS-TOTAL-GROSS TO WS-TOTAL-GROSS-ED
036194         MOVE SPACES TO WS-LD-LINE
036195         STRING "*** OUT OF BALANCE - RUN TOTAL GROSS IS "
036196             WS-TOTAL-GROSS-ED " ***"
036197             DELIMITED BY SIZE INTO WS-LD-LINE
036198         WRITE LABDIST-RECORD FROM WS-LD-LINE
036199     END-IF

036200     CLOSE LABDIST-FILE.

036201*----------------------------------------------------------------
036202 9455-WRITE-LD-LINE.
036203*----------------------------------------------------------------
036204     IF WS-LD-IDX > 1
036205             AND WS-LD-DEPT (WS-LD-IDX) NOT = WS-LD-PREV-DEPT
036206         PERFORM 9457-WRITE-LD-SUBTOTAL
036207     END-IF
036208     MOVE WS-LD-DEPT (WS-LD-IDX) TO WS-LD-PREV-DEPT
036209     MOVE SPACES TO WS-LD-LINE
036210     MOVE WS-LD-DEPT (WS-LD-IDX) TO LD-DEPT
036211     IF WS-LD-PROJECT (WS-LD-IDX) = SPACES
036212         MOVE "(NONE)" TO LD-PROJECT
036213     ELSE
036214         MOVE WS-LD-PROJECT (WS-LD-IDX) TO LD-PROJECT
036215     END-IF
036216     MOVE WS-LD-HOURS (WS-LD-IDX)   TO LD-HOURS
036217     COMPUTE LD-STRAIGHT =
036218         WS-LD-GROSS (WS-LD-IDX) - WS-LD-PREMIUM (WS-LD-IDX)
036219     MOVE WS-LD-PREMIUM (WS-LD-IDX) TO LD-PREMIUM
036220     MOVE WS-LD-GROSS (WS-LD-IDX)   TO LD-GROSS
036221     MOVE WS-LD-ER-TAX (WS-LD-IDX)  TO LD-ER-TAX
036222     COMPUTE LD-COST =
036223         WS-LD-GROSS (WS-LD-IDX) + WS-LD-ER-TAX (WS-LD-IDX)
036224     WRITE LABDIST-RECORD FROM WS-LD-LINE
036225     ADD WS-LD-HOURS (WS-LD-IDX)   TO WS-LD-SUB-HOURS
036226                                      WS-LD-TOT-HOURS
036227     ADD WS-LD-PREMIUM (WS-LD-IDX) TO WS-LD-SUB-PREMIUM
036228                                      WS-LD-TOT-PREMIUM
036229     ADD WS-LD-GROSS (WS-LD-IDX)   TO WS-LD-SUB-GROSS
036230                                      WS-LD-TOT-GROSS
036231     ADD WS-LD-ER-TAX (WS-LD-IDX)  TO WS-LD-SUB-ER-TAX
036232                                      WS-LD-TOT-ER-TAX.
036233 9455-WRITE-LD-LINE-EXIT.
036234     EXIT.

036235*----------------------------------------------------------------
036236 9457-WRITE-LD-SUBTOTAL.
036237*----------------------------------------------------------------
036238     MOVE SPACES TO WS-LD-LINE
036239     MOVE WS-LD-PREV-DEPT   TO LD-DEPT
036240     MOVE "TOTAL"           TO LD-PROJECT
036241     MOVE WS-LD-SUB-HOURS   TO LD-HOURS
036242     COMPUTE LD-STRAIGHT = WS-LD-SUB-GROSS - WS-LD-SUB-PREMIUM
036243     MOVE WS-LD-SUB-PREMIUM TO LD-PREMIUM
036244     MOVE WS-LD-SUB-GROSS   TO LD-GROSS
036245     MOVE WS-LD-SUB-ER-TAX  TO LD-ER-TAX
036246     COMPUTE LD-COST = WS-LD-SUB-GROSS + WS-LD-SUB-ER-TAX
036247     WRITE LABDIST-RECORD FROM WS-LD-LINE
036248     MOVE SPACES TO WS-LD-LINE
036249     WRITE LABDIST-RECORD FROM WS-LD-LINE
036250     MOVE ZERO TO WS-LD-SUB-HOURS WS-LD-SUB-PREMIUM
036251                  WS-LD-SUB-GROSS WS-LD-SUB-ER-TAX.

036252*----------------------------------------------------------------
036253 9500-WRITE-GL-EXTRACT.
036254*----------------------------------------------------------------
036255*    ONE BALANCED JOURNAL ENTRY PER DEPARTMENT - WAGE EXPENSE
036256*    AND EMPLOYER TAX EXPENSE DEBITS AGAINST THE WITHHOLDING
036257*    LIABILITIES BY TYPE, THE OTHER-DEDUCTION LIABILITY, THE
036258*    ACCRUED EMPLOYER TAXES, AND THE NET PAY CASH CREDIT.
036259*    GROSS = WITHHOLDING + OTHER DEDUCTIONS + NET FOR EVERY
036260*    EMPLOYEE BY CONSTRUCTION, SO EACH DEPARTMENT'S ENTRY, AND
036261*    THE FILE AS A WHOLE, BALANCES TO THE PENNY AGAINST THE
036262*    PAYROLL.CTL CONTROL TOTALS.  LIKE DEPTRPT.OUT THIS IS A
036263*    FULL-REWRITE SUMMARY, NOT AN INCREMENTAL REGISTER.
036270     OPEN OUTPUT GL-FILE
036280     MOVE ZERO TO WS-GL-DEBIT-TOTAL
036290                  WS-GL-CREDIT-TOTAL
036650*    DRIFTED FROM THE RUN TOTALS (E.G. A STALE OR INCOMPLETE
036660*    CHECKPOINT RELOAD) CANNOT SLIP THROUGH BALANCED.
036670     COMPUTE WS-GL-EXPECTED = WS-TOTAL-GROSS +
036680         WS-TOTAL-ER-FICA + WS-TOTAL-ER-MED +
036685         WS-TOTAL-ER-FUTA + WS-TOTAL-ER-SUTA
036690     IF WS-GL-DEBIT-TOTAL NOT = WS-GL-EXPECTED
036700         MOVE SPACES TO WS-GL-LINE
036710         MOVE "*** DOES NOT PROVE TO CONTROL TOTALS ***"
036870     MOVE WS-DEPT-TOTAL (WS-DEPT-IDX)   TO WS-GLP-NET
036880     MOVE WS-DEPT-ER-FICA (WS-DEPT-IDX) TO WS-GLP-ER-FICA
036890     MOVE WS-DEPT-ER-MED (WS-DEPT-IDX)  TO WS-GLP-ER-MED
036893     MOVE WS-DEPT-ER-FUTA (WS-DEPT-IDX) TO WS-GLP-ER-FUTA
036896     MOVE WS-DEPT-ER-SUTA (WS-DEPT-IDX) TO WS-GLP-ER-SUTA
036900     MOVE WS-DEPT-CODE (WS-DEPT-IDX)    TO GL-DEPT
036910     PERFORM 9530-WRITE-JOURNAL-LINES.
036920 9510-POST-DEPT-ENTRY-EXIT.
037030     MOVE WS-DEPT-OVERFLOW-TOTAL  TO WS-GLP-NET
037040     MOVE WS-OVFL-ER-FICA         TO WS-GLP-ER-FICA
037050     MOVE WS-OVFL-ER-MED          TO WS-GLP-ER-MED
037053     MOVE WS-OVFL-ER-FUTA         TO WS-GLP-ER-FUTA
037056     MOVE WS-OVFL-ER-SUTA         TO WS-GLP-ER-SUTA
037060     MOVE "*OVFL"                 TO GL-DEPT
037070     PERFORM 9530-WRITE-JOURNAL-LINES.

037170     MOVE "EMPLOYER PAYROLL TAXES" TO GL-DESC
037180     COMPUTE WS-GL-AMT = WS-GLP-ER-FICA + WS-GLP-ER-MED
037190     PERFORM 9540-WRITE-GL-LINE
037192     MOVE "6160" TO GL-ACCOUNT
037194     MOVE "EMPLOYER UNEMPLOYMENT TAX" TO GL-DESC
037196     COMPUTE WS-GL-AMT = WS-GLP-ER-FUTA + WS-GLP-ER-SUTA
037198     PERFORM 9540-WRITE-GL-LINE
037200     MOVE "C" TO WS-GL-SIDE-SW
037210     MOVE "2100" TO GL-ACCOUNT
037220     MOVE "FEDERAL W/H PAYABLE" TO GL-DESC
037230     MOVE WS-GLP-FED TO WS-GL-AMT
037240     PERFORM 9540-WRITE-GL-LINE
037241*    STATE WITHHOLDING POSTS ONE 2110 LINE PER STATE FOR THE
037242*    DEPARTMENT; ANYTHING NOT SPLIT BY STATE (NO STATE ON FILE,
037243*    OR A FULL SPLIT TABLE) POSTS AS THE UNSPLIT REMAINDER.
037244     MOVE ZERO TO WS-GLP-STATE-SPLIT
037245     PERFORM 9535-WRITE-STATE-WH-LINE
037246         THRU 9535-WRITE-STATE-WH-LINE-EXIT
037247         VARYING WS-STWH-IDX FROM 1 BY 1
037248         UNTIL WS-STWH-IDX > WS-STWH-COUNT
037250     MOVE "2110" TO GL-ACCOUNT
037260     MOVE "STATE W/H PAYABLE" TO GL-DESC
037270     COMPUTE WS-GL-AMT = WS-GLP-STATE - WS-GLP-STATE-SPLIT
037280     PERFORM 9540-WRITE-GL-LINE
037290     MOVE "2120" TO GL-ACCOUNT
037300     MOVE "FICA W/H PAYABLE" TO GL-DESC
037420     MOVE "ACCRUED EMPLOYER TAXES" TO GL-DESC
037430     COMPUTE WS-GL-AMT = WS-GLP-ER-FICA + WS-GLP-ER-MED
037440     PERFORM 9540-WRITE-GL-LINE
037441     MOVE "2160" TO GL-ACCOUNT
037442     MOVE "ACCRUED FUTA PAYABLE" TO GL-DESC
037443     MOVE WS-GLP-ER-FUTA TO WS-GL-AMT
037444     PERFORM 9540-WRITE-GL-LINE
037445     MOVE "2170" TO GL-ACCOUNT
037446     MOVE "ACCRUED SUTA PAYABLE" TO GL-DESC
037447     MOVE WS-GLP-ER-SUTA TO WS-GL-AMT
037448     PERFORM 9540-WRITE-GL-LINE
037450     MOVE "1000" TO GL-ACCOUNT
037460     MOVE "PAYROLL CASH" TO GL-DESC
037470     MOVE WS-GLP-NET TO WS-GL-AMT
037471     PERFORM 9540-WRITE-GL-LINE.

037472*----------------------------------------------------------------
037473 9535-WRITE-STATE-WH-LINE.
037474*----------------------------------------------------------------
037475     IF WS-STWH-DEPT (WS-STWH-IDX) = GL-DEPT
037476         MOVE "2110" TO GL-ACCOUNT
037477         MOVE SPACES TO GL-DESC
037478         STRING "STATE W/H PAYABLE - " WS-STWH-STATE (WS-STWH-IDX)
037479             DELIMITED BY SIZE INTO GL-DESC
037480         MOVE WS-STWH-AMOUNT (WS-STWH-IDX) TO WS-GL-AMT
037481         ADD WS-STWH-AMOUNT (WS-STWH-IDX) TO WS-GLP-STATE-SPLIT
037482         PERFORM 9540-WRITE-GL-LINE
037483     END-IF.
037484 9535-WRITE-STATE-WH-LINE-EXIT.
037485     EXIT.

037490*----------------------------------------------------------------
037500 9540-WRITE-GL-LINE.
037810         END-IF
037820         WRITE GL-RECORD FROM WS-GL-LINE
037830     END-IF.

037840*----------------------------------------------------------------
037850 9900-TERMINATE-TRIAL.
037860*----------------------------------------------------------------
037870*    A TRIAL RUN REWRITES AND APPENDS NOTHING - NOT THE MASTERS,
037880*    NOT CHECKNO.CTL, NOT THE PAY CALENDAR OR TAXLIAB.DAT - AND
037890*    LEAVES ANY RESTART POINT AS IT FOUND IT.  THE PREVIEW
037900*    REGISTER GETS ITS EXCEPTIONS AND CONTROL TOTALS, AND THE
037910*    VARIANCE REPORT IS BUILT AGAINST PAYHIST.
037920     PERFORM 9910-WRITE-PREVIEW-TOTALS
037930     PERFORM 9920-FIND-LATEST-PERIOD
037940     PERFORM 9930-WRITE-VARIANCE-REPORT
037950     CLOSE EMP-FILE
037960           YTD-FILE
037970           PTO-FILE
037980           PAYHIST-FILE
037990           PREVIEW-FILE
038000           VARIANCE-FILE
038002     IF PEND-FILE-OPENED
038004         CLOSE PEND-FILE
038006     END-IF
038007     IF W4-FILE-OPENED
038008         CLOSE W4-FILE
038009     END-IF
038010     DISPLAY "Payroll trial run complete - nothing paid or posted"
038020     DISPLAY "  REVIEW PREVIEW.OUT AND VARIANCE.OUT".

038030*----------------------------------------------------------------
038040 9910-WRITE-PREVIEW-TOTALS.
038050*----------------------------------------------------------------
038060     MOVE SPACES TO WS-PAYROLL-LINE
038070     WRITE PREVIEW-RECORD FROM WS-PAYROLL-LINE
038080     STRING "EMPLOYEES PAID: " WS-VAR-PAID-COUNT
038090         "   EXCEPTIONS: " WS-EXCEPTION-COUNT
038100         DELIMITED BY SIZE INTO WS-PAYROLL-LINE
038110     WRITE PREVIEW-RECORD FROM WS-PAYROLL-LINE
038120     MOVE "TOTAL GROSS PAY:" TO WS-TRIAL-LABEL
038130     MOVE WS-TOTAL-GROSS TO WS-CTL-AMT-ED
038140     PERFORM 9915-WRITE-PREVIEW-AMOUNT
038150     MOVE "TOTAL FEDERAL WITHHELD:" TO WS-TRIAL-LABEL
038160     MOVE WS-TOTAL-FEDERAL TO WS-CTL-AMT-ED
038170     PERFORM 9915-WRITE-PREVIEW-AMOUNT
038180     MOVE "TOTAL STATE WITHHELD:" TO WS-TRIAL-LABEL
038190     MOVE WS-TOTAL-STATE TO WS-CTL-AMT-ED
038200     PERFORM 9915-WRITE-PREVIEW-AMOUNT
038210     MOVE "TOTAL FICA WITHHELD:" TO WS-TRIAL-LABEL
038220     MOVE WS-TOTAL-FICA TO WS-CTL-AMT-ED
038230     PERFORM 9915-WRITE-PREVIEW-AMOUNT
038240     MOVE "TOTAL MEDICARE WITHHELD:" TO WS-TRIAL-LABEL
038250     MOVE WS-TOTAL-MEDICARE TO WS-CTL-AMT-ED
038260     PERFORM 9915-WRITE-PREVIEW-AMOUNT
038270     MOVE "TOTAL OTHER DEDUCTIONS:" TO WS-TRIAL-LABEL
038280     MOVE WS-TOTAL-OTHER-DED TO WS-CTL-AMT-ED
038290     PERFORM 9915-WRITE-PREVIEW-AMOUNT
038300     MOVE "TOTAL NET PAY:" TO WS-TRIAL-LABEL
038310     MOVE WS-TOTAL-NET TO WS-CTL-AMT-ED
038320     PERFORM 9915-WRITE-PREVIEW-AMOUNT.

038330*----------------------------------------------------------------
038340 9915-WRITE-PREVIEW-AMOUNT.
038350*----------------------------------------------------------------
038360     MOVE SPACES TO WS-PAYROLL-LINE
038370     STRING WS-TRIAL-LABEL WS-CTL-AMT-ED
038380         DELIMITED BY SIZE INTO WS-PAYROLL-LINE
038390     WRITE PREVIEW-RECORD FROM WS-PAYROLL-LINE.

038400*----------------------------------------------------------------
038410 9920-FIND-LATEST-PERIOD.
038420*----------------------------------------------------------------
038430*    FIRST PASS OVER PAYHIST - THE LATEST REGULAR PERIOD ON FILE
038440*    OTHER THAN THIS ONE.  AN EMPLOYEE WHOSE LAST REGULAR PAY WAS
038450*    IN THAT PERIOD AND WHO IS NOT PAID ON THIS TRIAL IS MISSING.
038460     MOVE SPACES TO WS-VH-LATEST-PERIOD
038470     PERFORM 9925-START-VAR-HISTORY
038480     PERFORM 9922-SCAN-HIST-PERIOD THRU 9922-SCAN-HIST-PERIOD-EXIT
038490         UNTIL END-OF-VAR-HISTORY.

038500*----------------------------------------------------------------
038510 9922-SCAN-HIST-PERIOD.
038520*----------------------------------------------------------------
038530     IF VH-REGULAR-PAYMENT
038540             AND PHIST-PERIOD-ID > WS-VH-LATEST-PERIOD
038550         MOVE PHIST-PERIOD-ID TO WS-VH-LATEST-PERIOD
038560     END-IF
038570     PERFORM 9927-READ-VAR-HISTORY.
038580 9922-SCAN-HIST-PERIOD-EXIT.
038590     EXIT.

038600*----------------------------------------------------------------
038610 9925-START-VAR-HISTORY.
038620*----------------------------------------------------------------
038630     MOVE "N" TO WS-VH-EOF-SW
038640     MOVE LOW-VALUES TO PHIST-KEY
038650     START PAYHIST-FILE KEY IS NOT LESS THAN PHIST-KEY
038660         INVALID KEY
038670             MOVE "Y" TO WS-VH-EOF-SW
038680     END-START
038690     IF NOT END-OF-VAR-HISTORY
038700         PERFORM 9927-READ-VAR-HISTORY
038710     END-IF.

038720*----------------------------------------------------------------
038730 9927-READ-VAR-HISTORY.
038740*----------------------------------------------------------------
038750*    ONLY REGULAR PERIOD PAYMENTS COUNT - NOTHING FROM AN
038760*    OFF-CYCLE PERIOD (P90-P99), WHATEVER ITS EARNINGS CODE, AND
038770*    A RECORD FROM BEFORE PAYHIST CARRIED THE CODE IS TAKEN AS
038780*    REGULAR.  A RECORD ALREADY ON FILE FOR THIS PERIOD IS NOT
038781*    "PRIOR".
038790     MOVE "N" TO WS-VH-REG-SW
038800     READ PAYHIST-FILE NEXT RECORD
038810         AT END
038820             MOVE "Y" TO WS-VH-EOF-SW
038830     END-READ
038840     IF NOT END-OF-VAR-HISTORY
038850             AND NOT PHIST-VOID
038860             AND PHIST-PERIOD-ID NOT = WS-PERIOD-ID
038865             AND PHIST-PERIOD-ID (7:1) NOT = "9"
038870         IF PHIST-EARN-CODE = "REG "
038880                 OR PHIST-EARN-CODE = SPACES
038900             MOVE "Y" TO WS-VH-REG-SW
038910         END-IF
038920     END-IF.

038930*----------------------------------------------------------------
038940 9930-WRITE-VARIANCE-REPORT.
038950*----------------------------------------------------------------
038960*    SECOND PASS - PAYHIST IS IN EMP-ID ORDER, AS IS THE PREVIEW
038970*    TABLE, SO THE TWO ARE MATCHED LIKE A SEQUENTIAL MASTER
038980*    UPDATE.  EACH EMPLOYEE'S PAYHIST GROUP IS CLOSED OUT AS THE
038990*    NEXT ONE STARTS; PREVIEW ENTRIES LEFT AT THE END HAVE NO
039000*    HISTORY AT ALL.
039010     MOVE WS-TRIAL-TOL-PCT TO WS-TRIAL-PCT-ED
039020     MOVE WS-TRIAL-TOL-AMT TO WS-TRIAL-AMT-ED
039030     MOVE SPACES TO WS-VAR-LINE
039040     STRING "PAYROLL VARIANCE REPORT - TRIAL RUN   PERIOD "
039050         WS-PERIOD-ID "   PAY DATE " WS-CHECK-DATE-PRT
039060         DELIMITED BY SIZE INTO WS-VAR-LINE
039070     WRITE VARIANCE-RECORD FROM WS-VAR-LINE
039080     MOVE SPACES TO WS-VAR-LINE
039090     STRING "PRIOR IS EACH EMPLOYEE'S LAST REGULAR PAYMENT.  "
039100         "LATEST PRIOR PERIOD ON FILE: " WS-VH-LATEST-PERIOD
039110         DELIMITED BY SIZE INTO WS-VAR-LINE
039120     WRITE VARIANCE-RECORD FROM WS-VAR-LINE
039130     MOVE SPACES TO WS-VAR-LINE
039140     STRING "GROSS OR NET CHANGE FLAGGED WHEN OVER "
039150         WS-TRIAL-PCT-ED "% OF PRIOR AND OVER $" WS-TRIAL-AMT-ED
039160         DELIMITED BY SIZE INTO WS-VAR-LINE
039170     WRITE VARIANCE-RECORD FROM WS-VAR-LINE
039180     MOVE SPACES TO WS-VAR-LINE
039190     WRITE VARIANCE-RECORD FROM WS-VAR-LINE
039200     MOVE
039201         "PRIOR         PRIOR     PREVIEW       PRIOR     PREVIEW"
039210         TO WS-VAR-LINE (43:55)
039220     WRITE VARIANCE-RECORD FROM WS-VAR-LINE
039230     MOVE SPACES TO WS-VAR-LINE
039240     STRING "EMP-ID     NAME                           "
039250         "PERIOD        GROSS       GROSS"
039260         "         NET         NET  NOTE"
039270         DELIMITED BY SIZE INTO WS-VAR-LINE
039280     WRITE VARIANCE-RECORD FROM WS-VAR-LINE
039290     MOVE SPACES TO WS-VH-EMP-ID
039300     MOVE 1 TO WS-PRV-SUB
039310     PERFORM 9925-START-VAR-HISTORY
039320     PERFORM 9932-MATCH-HIST-RECORD
039321         THRU 9932-MATCH-HIST-RECORD-EXIT
039330         UNTIL END-OF-VAR-HISTORY
039340     IF WS-VH-EMP-ID NOT = SPACES
039350         PERFORM 9940-CLOSE-HIST-GROUP
039360     END-IF
039365     MOVE "N" TO WS-VH-MATCH-SW
039370     PERFORM 9950-PREVIEW-ONLY-EMP THRU 9950-PREVIEW-ONLY-EMP-EXIT
039380         VARYING WS-PRV-SUB FROM WS-PRV-SUB BY 1
039390         UNTIL WS-PRV-SUB > WS-PRV-COUNT
039400     PERFORM 9990-WRITE-VARIANCE-SUMMARY.

039410*----------------------------------------------------------------
039420 9932-MATCH-HIST-RECORD.
039430*----------------------------------------------------------------
039440*    RECORDS WITHIN AN EMPLOYEE RUN IN PERIOD ORDER, SO THE LAST
039450*    REGULAR ONE HELD WHEN THE GROUP CLOSES IS THE LATEST.
039460     IF PHIST-EMP-ID NOT = WS-VH-EMP-ID
039470         IF WS-VH-EMP-ID NOT = SPACES
039480             PERFORM 9940-CLOSE-HIST-GROUP
039490         END-IF
039500         MOVE PHIST-EMP-ID TO WS-VH-EMP-ID
039510         MOVE "N" TO WS-VH-GROUP-SW
039520     END-IF
039530     IF VH-REGULAR-PAYMENT
039540         MOVE "Y" TO WS-VH-GROUP-SW
039550         MOVE PHIST-PERIOD-ID TO WS-VH-PERIOD
039560         MOVE PHIST-GROSS     TO WS-VH-GROSS
039570         MOVE PHIST-NET       TO WS-VH-NET
039580     END-IF
039590     PERFORM 9927-READ-VAR-HISTORY.
039600 9932-MATCH-HIST-RECORD-EXIT.
039610     EXIT.

039620*----------------------------------------------------------------
039630 9940-CLOSE-HIST-GROUP.
039640*----------------------------------------------------------------
039650*    PREVIEW EMPLOYEES AHEAD OF THIS HISTORY GROUP HAVE NO HISTORY
039660*    AT ALL.  THE GROUP THEN EITHER MATCHES THE NEXT PREVIEW ENTRY
039670*    OR BELONGS TO AN EMPLOYEE THIS RUN DID NOT PAY OR REJECT.
039680     MOVE "N" TO WS-PRV-STOP-SW
039685                 WS-VH-MATCH-SW
039690     PERFORM 9945-ADVANCE-PREVIEW THRU 9945-ADVANCE-PREVIEW-EXIT
039700         UNTIL WS-PRV-SUB > WS-PRV-COUNT
039710            OR PRV-CAUGHT-UP
039730     IF WS-PRV-SUB NOT > WS-PRV-COUNT
039740         IF WS-PRV-EMP-ID (WS-PRV-SUB) = WS-VH-EMP-ID
039750             MOVE "Y" TO WS-VH-MATCH-SW
039760         END-IF
039770     END-IF
039780     IF VH-GROUP-MATCHED
039790         PERFORM 9955-COMPARE-PREVIEW
039800         ADD 1 TO WS-PRV-SUB
039810     ELSE
039820         PERFORM 9960-HISTORY-ONLY-EMP
039830     END-IF.

039840*----------------------------------------------------------------
039850 9945-ADVANCE-PREVIEW.
039860*----------------------------------------------------------------
039870     IF WS-PRV-EMP-ID (WS-PRV-SUB) < WS-VH-EMP-ID
039880         PERFORM 9950-PREVIEW-ONLY-EMP
039890         ADD 1 TO WS-PRV-SUB
039900     ELSE
039910         MOVE "Y" TO WS-PRV-STOP-SW
039920     END-IF.
039930 9945-ADVANCE-PREVIEW-EXIT.
039940     EXIT.

039950*----------------------------------------------------------------
039960 9950-PREVIEW-ONLY-EMP.
039970*----------------------------------------------------------------
039980*    PAID ON THIS TRIAL WITH NO REGULAR PAY ON FILE - A NEW HIRE,
039990*    OR A REHIRE WHOSE HISTORY HOLDS ONLY OFF-CYCLE PAYMENTS.
040000     IF PRV-PAID (WS-PRV-SUB)
040010         PERFORM 9965-FORMAT-PREVIEW-LINE
040020         MOVE "NEW - NO PRIOR REGULAR PAY" TO VAR-NOTE
040030         WRITE VARIANCE-RECORD FROM WS-VAR-LINE
040040         ADD 1 TO WS-VAR-NEW-COUNT
040050         PERFORM 9970-WRITE-PAY-FLAGS
040060     END-IF.
040070 9950-PREVIEW-ONLY-EMP-EXIT.
040080     EXIT.

040090*----------------------------------------------------------------
040100 9955-COMPARE-PREVIEW.
040110*----------------------------------------------------------------
040120*    A CHANGE IS FLAGGED ONLY WHEN IT CLEARS BOTH THE PERCENTAGE
040130*    AND THE DOLLAR TOLERANCE, SO A SMALL CHECK'S ROUNDING AND A
040140*    LARGE CHECK'S COST-OF-LIVING STEP BOTH STAY OFF THE REPORT.
040150     EVALUATE TRUE
040160         WHEN PRV-REJECTED (WS-PRV-SUB)
040170             IF VH-GROUP-HAS-REGULAR
040180                     AND WS-VH-PERIOD = WS-VH-LATEST-PERIOD
040190                 PERFORM 9965-FORMAT-PREVIEW-LINE
040210                 MOVE WS-PRV-REASON (WS-PRV-SUB) TO VAR-NOTE
040220                 WRITE VARIANCE-RECORD FROM WS-VAR-LINE
040230                 ADD 1 TO WS-VAR-MISSING-COUNT
040240             END-IF
040250         WHEN NOT VH-GROUP-HAS-REGULAR
040260             PERFORM 9950-PREVIEW-ONLY-EMP
040270         WHEN OTHER
040280             ADD 1 TO WS-VAR-COMPARED-COUNT
040290             MOVE "N" TO WS-VAR-OVER-SW
040300             COMPUTE WS-VAR-DIFF = WS-PRV-GROSS (WS-PRV-SUB)
040310                 - WS-VH-GROSS
040320             MOVE WS-VH-GROSS TO WS-VAR-BASE
040330             PERFORM 9957-TEST-TOLERANCE
040340             COMPUTE WS-VAR-DIFF = WS-PRV-NET (WS-PRV-SUB)
040350                 - WS-VH-NET
040360             MOVE WS-VH-NET TO WS-VAR-BASE
040370             PERFORM 9957-TEST-TOLERANCE
040380             PERFORM 9965-FORMAT-PREVIEW-LINE
040390             IF VAR-OVER-TOLERANCE
040400                 MOVE "OVER TOLERANCE" TO VAR-NOTE
040410                 WRITE VARIANCE-RECORD FROM WS-VAR-LINE
040420                 ADD 1 TO WS-VAR-OVER-COUNT
040430             END-IF
040440             PERFORM 9970-WRITE-PAY-FLAGS
040450     END-EVALUATE.

040460*----------------------------------------------------------------
040470 9957-TEST-TOLERANCE.
040480*----------------------------------------------------------------
040490*    THE UNSIGNED RECEIVING FIELDS TAKE THE ABSOLUTE VALUES.
040500     MOVE WS-VAR-DIFF TO WS-VAR-ABS
040510     COMPUTE WS-VAR-LIMIT ROUNDED =
040520         WS-VAR-BASE * WS-TRIAL-TOL-PCT / 100
040530     IF WS-VAR-ABS > WS-VAR-LIMIT
040540             AND WS-VAR-ABS > WS-TRIAL-TOL-AMT
040550         MOVE "Y" TO WS-VAR-OVER-SW
040560     END-IF.

040570*----------------------------------------------------------------
040580 9960-HISTORY-ONLY-EMP.
040590*----------------------------------------------------------------
040600*    PAID IN THE LATEST PRIOR PERIOD BUT NEITHER PAID NOR REJECTED
040610*    ON THIS TRIAL - TERMINATED, SKIPPED, OR DROPPED OFF THE
040620*    ROSTER.  WITH THE PREVIEW TABLE FULL THE TAIL OF THE ROSTER
040630*    WAS NEVER KEPT, SO NOTHING CAN BE CALLED MISSING.
040640     IF VH-GROUP-HAS-REGULAR
040650             AND WS-VH-PERIOD = WS-VH-LATEST-PERIOD
040660             AND NOT PRV-TABLE-OVERFLOWED
040670         MOVE SPACES TO WS-VAR-LINE
040680         MOVE WS-VH-EMP-ID TO VAR-EMP-ID
040690                              EMP-ID
040700         READ EMP-FILE
040710             INVALID KEY
040720                 MOVE "MISSING - NOT ON EMP MASTER" TO VAR-NOTE
040730             NOT INVALID KEY
040740                 MOVE EMP-NAME TO VAR-NAME
040750                 MOVE "MISSING - NOT PAID THIS RUN" TO VAR-NOTE
040760         END-READ
040770         MOVE WS-VH-PERIOD TO VAR-PRIOR-PERIOD
040780         MOVE WS-VH-GROSS  TO VAR-PRIOR-GROSS
040790         MOVE WS-VH-NET    TO VAR-PRIOR-NET
040800         WRITE VARIANCE-RECORD FROM WS-VAR-LINE
040810         ADD 1 TO WS-VAR-MISSING-COUNT
040820     END-IF.

040830*----------------------------------------------------------------
040840 9965-FORMAT-PREVIEW-LINE.
040850*----------------------------------------------------------------
040860     MOVE SPACES TO WS-VAR-LINE
040870     MOVE WS-PRV-EMP-ID (WS-PRV-SUB) TO VAR-EMP-ID
040880     MOVE WS-PRV-NAME (WS-PRV-SUB)   TO VAR-NAME
040890     MOVE WS-PRV-GROSS (WS-PRV-SUB)  TO VAR-PRV-GROSS
040900     MOVE WS-PRV-NET (WS-PRV-SUB)    TO VAR-PRV-NET
040910     IF VH-GROUP-MATCHED AND VH-GROUP-HAS-REGULAR
040920         MOVE WS-VH-PERIOD TO VAR-PRIOR-PERIOD
040930         MOVE WS-VH-GROSS  TO VAR-PRIOR-GROSS
040940         MOVE WS-VH-NET    TO VAR-PRIOR-NET
040950     END-IF.

040960*----------------------------------------------------------------
040970 9970-WRITE-PAY-FLAGS.
040980*----------------------------------------------------------------
040990*    ONE MORE LINE PER CONDITION, ON THE AMOUNTS ALREADY SET UP.
041000     IF WS-PRV-GARN-CODE (WS-PRV-SUB) NOT = SPACES
041010         MOVE SPACES TO VAR-NOTE
041020         STRING "FIRST GARNISHMENT " WS-PRV-GARN-CODE (WS-PRV-SUB)
041030             DELIMITED BY SIZE INTO VAR-NOTE
041040         WRITE VARIANCE-RECORD FROM WS-VAR-LINE
041050         ADD 1 TO WS-VAR-GARN-COUNT
041060     END-IF
041070     IF PRV-CROSSES-FICA-BASE (WS-PRV-SUB)
041080         MOVE "CROSSES FICA WAGE BASE" TO VAR-NOTE
041090         WRITE VARIANCE-RECORD FROM WS-VAR-LINE
041100         ADD 1 TO WS-VAR-FICA-COUNT
041110     END-IF.

041120*----------------------------------------------------------------
041130 9990-WRITE-VARIANCE-SUMMARY.
041140*----------------------------------------------------------------
041150     MOVE SPACES TO WS-VAR-LINE
041160     WRITE VARIANCE-RECORD FROM WS-VAR-LINE
041170     STRING "EMPLOYEES PAID: " WS-VAR-PAID-COUNT
041180         "   REJECTED: " WS-VAR-REJECT-COUNT
041190         "   COMPARED: " WS-VAR-COMPARED-COUNT
041200         "   OVER TOLERANCE: " WS-VAR-OVER-COUNT
041210         DELIMITED BY SIZE INTO WS-VAR-LINE
041220     WRITE VARIANCE-RECORD FROM WS-VAR-LINE
041230     MOVE SPACES TO WS-VAR-LINE
041240     STRING "NEW: " WS-VAR-NEW-COUNT
041250         "   MISSING: " WS-VAR-MISSING-COUNT
041260         "   FIRST GARNISHMENT: " WS-VAR-GARN-COUNT
041270         "   CROSSING FICA BASE: " WS-VAR-FICA-COUNT
041280         DELIMITED BY SIZE INTO WS-VAR-LINE
041290     WRITE VARIANCE-RECORD FROM WS-VAR-LINE
041300     IF PRV-TABLE-OVERFLOWED
041310         MOVE SPACES TO WS-VAR-LINE
041320         STRING "PREVIEW TABLE FULL AT 3000 EMPLOYEES - LATER "
041330             "EMPLOYEES NOT COMPARED, MISSING NOT REPORTED"
041340             DELIMITED BY SIZE INTO WS-VAR-LINE
041350         WRITE VARIANCE-RECORD FROM WS-VAR-LINE
041360     END-IF.
