000490* 08/21/2026  AC  THE AUDIT AFTER-IMAGE IS CAPTURED INTO
000500*                 WORKING STORAGE JUST BEFORE THE WRITE/REWRITE
000510*                 INSTEAD OF READ BACK FROM THE EMP-RECORD
000511*                 AREA, WHICH IS NOT AVAILABLE AFTERWARD.
000512* 09/02/2026  AC  CARRY THE NEW IDENTITY BLOCK (SSN, MAILING
000513*                 ADDRESS, HIRE DATE) ON ADD TRANSACTIONS, AND
000514*                 ADD TRAN-CODE "I" TO SET OR CORRECT THOSE
000515*                 FIELDS ON AN EXISTING EMPLOYEE WITHOUT
000516*                 TOUCHING PAY OR BANK DATA - ONLY NONBLANK
000517*                 TRANSACTION FIELDS MOVE, SO A CORRECTION TO
000518*                 ONE FIELD LEAVES THE REST ALONE.  THE AUDIT
000519*                 IMAGES WIDEN WITH EMP-RECORD (87 TO 165
000520*                 BYTES); EMPAUDIT RECORDS FROM BEFORE THIS
000521*                 LEVEL CARRY THE SHORTER IMAGES.
000522* 10/15/2026  AC  CARRY THE NEW EMPREC WORK STATE ON ADD AND
000523*                 "I" TRANSACTIONS FOR STATE WITHHOLDING BY THE
000524*                 EMPLOYEE'S STATE.  BLANK ON AN ADD MEANS THE
000525*                 EMPLOYEE WORKS IN THE MAILING-ADDRESS STATE;
000526*                 "**" ON AN "I" TRANSACTION CLEARS A WORK STATE
000527*                 BACK TO THAT DEFAULT.  THE AUDIT IMAGES WIDEN
000528*                 WITH EMP-RECORD (165 TO 167 BYTES) WITHIN THE
000529*                 SAME 360-BYTE EMPAUDIT RECORD.
000530* 10/15/2026  AC  A "C" TRANSACTION MAY CARRY THE DATE A PAY
000531*                 CHANGE TAKES EFFECT.  IT IS RECORDED ON THE
000532*                 AUDIT RECORD (IN THE RESERVED FILLER) SO THE
000533*                 RETRO-PAY PROGRAM CAN FIND A BACK-DATED SALARY
000534*                 OR RATE CHANGE AND RE-PRICE THE PERIODS ALREADY
000535*                 PAID.  BLANK MEANS EFFECTIVE AS OF THE RUN.
000536* 10/15/2026  AC  A "T" TRANSACTION NOW CARRIES THE LAST DAY
000537*                 WORKED (BLANK = RUN DATE) AND A FINAL-PAY FLAG;
000538*                 ANYTHING BUT "N" MARKS THE MASTER FOR A FINAL
000539*                 CHECK ON THE NEXT PAYROLL-CALC RUN.  A "T" FOR
000540*                 AN EMPLOYEE ALREADY FINAL-PAID IS REJECTED.  AN
000541*                 ADD STARTS BOTH FIELDS CLEAR.  AUDIT IMAGES GROW
000542*                 TO 176 BYTES AND EMPAUDIT TO 400 BYTES; RECORDS
000543*                 FROM BEFORE THIS LEVEL REMAIN 360 BYTES.
000544* 10/15/2026  AC  DUAL CONTROL OVER SENSITIVE CHANGES.  A NEW PAY
000545*                 TYPE, SALARY OR HOURLY RATE ON A "C", A NEW BANK
000546*                 ROUTING/ACCOUNT (NEW TRAN-CODE "B") AND A
000547*                 REACTIVATION OF A TERMINATED EMPLOYEE (NEW
000548*                 TRAN-CODE "H") ARE NO LONGER APPLIED - THEY ARE
000549*                 HELD ON THE NEW PENDCHG.DAT FILE UNDER THE
000550*                 ENTERING OPERATOR'S ID.  TRAN-CODE "P" RELEASES
000551*                 AND "X" REJECTS A HELD CHANGE BY EMP-ID AND
000552*                 SEQUENCE; THE DECIDING OPERATOR MUST DIFFER FROM
000553*                 THE ONE WHO ENTERED IT.  A RELEASE IS AUDITED
000554*                 WITH BOTH OPERATOR IDS (NEW EMPAUDIT FIELDS IN
000555*                 THE RESERVED FILLER).  EVERY RUN ENDS WITH THE
000556*                 PENDAGE.RPT AGING LIST OF CHANGES STILL HELD.
000557* 10/15/2026  AC  NEW TRAN-CODE "W" RECORDS A FORM W-4 ON THE NEW
000558*                 W4ELECT.DAT ELECTIONS MASTER - THE STEP 2
000559*                 MULTIPLE-JOBS BOX, THE STEP 3 DEPENDENT AMOUNT,
000560*                 THE STEP 4 OTHER INCOME, DEDUCTIONS AND EXTRA
000561*                 WITHHOLDING, AND AN EXEMPT CLAIM - EFFECTIVE ON
000562*                 TRAN-EFF-DATE (BLANK = RUN DATE).  A NEW FORM
000563*                 REPLACES THE OLD ONE WHOLE, SO A BLANK AMOUNT IS
000564*                 ZERO.  AUDITED AS "W" WITH THE ELECTIONS IN
000565*                 FORCE BEFORE AND AFTER AS THE IMAGES.
000566*----------------------------------------------------------------
000567 ENVIRONMENT DIVISION.
000568 INPUT-OUTPUT SECTION.
000569 FILE-CONTROL.
000570     SELECT TRANSACTION-FILE ASSIGN TO "EMPMAINT.IN"
000580         ORGANIZATION IS LINE SEQUENTIAL.

000700         ORGANIZATION IS LINE SEQUENTIAL
000710         FILE STATUS IS WS-PAYPER-STATUS.

000711     SELECT PEND-FILE ASSIGN TO "PENDCHG.DAT"
000712         ORGANIZATION IS INDEXED
000713         ACCESS MODE IS DYNAMIC
000714         RECORD KEY IS PEND-KEY
000715         FILE STATUS IS WS-PEND-STATUS.

000716     SELECT AGING-FILE ASSIGN TO "PENDAGE.RPT"
000717         ORGANIZATION IS LINE SEQUENTIAL.

000718     SELECT W4-FILE ASSIGN TO "W4ELECT.DAT"
000719         ORGANIZATION IS INDEXED
000720         ACCESS MODE IS DYNAMIC
000721         RECORD KEY IS W4-KEY
000722         FILE STATUS IS WS-W4-STATUS.

000723 DATA DIVISION.
000730 FILE SECTION.
000740 FD  TRANSACTION-FILE.
000750 01  TRANSACTION-RECORD.
000780         88  TRAN-CHANGE                VALUE "C".
000790         88  TRAN-TERMINATE             VALUE "T".
000795         88  TRAN-IDENTITY              VALUE "I".
000796         88  TRAN-BANK-CHANGE           VALUE "B".
000797         88  TRAN-REACTIVATE            VALUE "H".
000798         88  TRAN-RELEASE               VALUE "P".
000799         88  TRAN-REJECT                VALUE "X".
000802         88  TRAN-W4-ELECTION           VALUE "W".
000805     05  TRAN-EMP-ID          PIC X(10).
000810     05  TRAN-EMP-NAME        PIC X(30).
000820     05  TRAN-EMP-SALARY      PIC 9(6).
000830     05  TRAN-FILING-STATUS   PIC X(01).
000876     05  TRAN-ADDR-CITY       PIC X(20).
000878     05  TRAN-ADDR-STATE      PIC X(02).
000880     05  TRAN-ADDR-ZIP        PIC X(09).
000881     05  TRAN-HIRE-DATE       PIC 9(08).
000882     05  TRAN-HIRE-DATE-X REDEFINES TRAN-HIRE-DATE
000883                              PIC X(08).
000884     05  TRAN-WORK-STATE      PIC X(02).
000885     05  TRAN-EFF-DATE        PIC 9(08).
000886     05  TRAN-EFF-DATE-X REDEFINES TRAN-EFF-DATE
000887                              PIC X(08).
000888     05  TRAN-LAST-DAY        PIC 9(08).
000889     05  TRAN-LAST-DAY-X REDEFINES TRAN-LAST-DAY
000890                              PIC X(08).
000891     05  TRAN-FINAL-PAY       PIC X(01).
000892     05  TRAN-OPERATOR-ID     PIC X(08).
000893     05  TRAN-PEND-SEQ        PIC 9(03).
000894     05  TRAN-PEND-SEQ-X REDEFINES TRAN-PEND-SEQ
000895                              PIC X(03).
000896     05  TRAN-BANK-ROUTING    PIC X(09).
000897     05  TRAN-BANK-ACCOUNT    PIC X(17).
000898     05  TRAN-BANK-ACCT-TYPE  PIC X(01).
000899     05  TRAN-W4-MULTIPLE-JOBS
000900                              PIC X(01).
000901     05  TRAN-W4-DEPENDENT-AMT
000902                              PIC 9(05)V99.
000903     05  TRAN-W4-DEPENDENT-AMT-X REDEFINES TRAN-W4-DEPENDENT-AMT
000904                              PIC X(07).
000905     05  TRAN-W4-OTHER-INCOME PIC 9(07)V99.
000906     05  TRAN-W4-OTHER-INCOME-X REDEFINES TRAN-W4-OTHER-INCOME
000907                              PIC X(09).
000908     05  TRAN-W4-EXTRA-DEDUCT PIC 9(07)V99.
000909     05  TRAN-W4-EXTRA-DEDUCT-X REDEFINES TRAN-W4-EXTRA-DEDUCT
000910                              PIC X(09).
000911     05  TRAN-W4-EXTRA-WITHHOLD
000912                              PIC 9(05)V99.
000913     05  TRAN-W4-EXTRA-WITHHOLD-X
000914                              REDEFINES TRAN-W4-EXTRA-WITHHOLD
000915                              PIC X(07).
000916     05  TRAN-W4-EXEMPT       PIC X(01).

000917 FD  EMP-FILE.
000918     COPY EMPREC.

000919 FD  MAINT-LOG-FILE.
000920 01  MAINT-LOG-RECORD         PIC X(80).

000921 FD  AUDIT-FILE.
000930 01  AUDIT-RECORD             PIC X(400).

000940 FD  PAYPER-FILE.
000950 01  PAYPER-RECORD            PIC X(08).

000952 FD  PEND-FILE.
000954     COPY PENDREC.

000956 FD  AGING-FILE.
000958 01  AGING-RECORD             PIC X(132).

000961 FD  W4-FILE.
000964     COPY W4REC.

000967 WORKING-STORAGE SECTION.
000970*----------------------------------------------------------------
000980* SWITCHES
000990*----------------------------------------------------------------
001110         88  PAYPER-EOF                VALUE "10".
001120     05  WS-PAYPER-EOF-SW     PIC X(01) VALUE "N".
001130         88  END-OF-PAYPER-FILE        VALUE "Y".
001131     05  WS-PEND-STATUS       PIC X(02) VALUE ZERO.
001132         88  PEND-FILE-OK              VALUE "00".
001133         88  PEND-FILE-NOT-FOUND       VALUE "23" "35".
001134     05  WS-PEND-OPEN-SW      PIC X(01) VALUE "N".
001135         88  PEND-FILE-OPENED          VALUE "Y".
001136     05  WS-PEND-SCAN-SW      PIC X(01) VALUE "N".
001137         88  END-OF-PEND-SCAN          VALUE "Y".
001138     05  WS-PEND-DUP-SW       PIC X(01) VALUE "N".
001139         88  PEND-ALREADY-OPEN         VALUE "Y".
001140     05  WS-PAY-CHG-SW        PIC X(01) VALUE "N".
001141         88  PAY-CHANGE-REQUESTED      VALUE "Y".
001142     05  WS-W4-STATUS         PIC X(02) VALUE ZERO.
001143         88  W4-FILE-OK                VALUE "00".
001144         88  W4-FILE-NOT-FOUND         VALUE "23" "35".
001145     05  WS-W4-OPEN-SW        PIC X(01) VALUE "N".
001146         88  W4-FILE-OPENED            VALUE "Y".
001147     05  WS-W4-SCAN-SW        PIC X(01) VALUE "N".
001148         88  END-OF-W4-SCAN            VALUE "Y".
001149     05  WS-W4-ON-FILE-SW     PIC X(01) VALUE "N".
001150         88  W4-SAME-DATE-ON-FILE      VALUE "Y".

001151*----------------------------------------------------------------
001152* AUDIT TRAIL WORK AREAS - ONE RECORD PER APPLIED TRANSACTION,
001160* CARRYING THE FULL BEFORE- AND AFTER-IMAGES OF EMP-RECORD SO
001170* ANY EMPLOYEE'S MASTER HISTORY CAN BE RECONSTRUCTED.  AN ADD'S
001180* BEFORE-IMAGE IS SPACES.
001183* A "W" RECORD'S IMAGES ARE W4-RECORDS INSTEAD - THE ELECTIONS
001186* IN FORCE BEFORE (SPACES IF NONE) AND THE FORM JUST RECORDED.
001190*----------------------------------------------------------------
001200 01  WS-AUDIT-DETAIL.
001210     05  AUD-TRAN-CODE        PIC X(01).
001220     05  AUD-RUN-DATE         PIC X(08).
001230     05  AUD-PERIOD-ID        PIC X(08).
001240     05  AUD-BEFORE-IMAGE     PIC X(176).
001250     05  AUD-AFTER-IMAGE      PIC X(176).
001260     05  AUD-EFF-DATE         PIC X(08).
001262     05  AUD-ENTERED-BY       PIC X(08).
001264     05  AUD-APPROVED-BY      PIC X(08).
001266     05  FILLER               PIC X(07) VALUE SPACES.
001270 01  WS-BEFORE-IMAGE          PIC X(176) VALUE SPACES.
001280 01  WS-AFTER-IMAGE           PIC X(176) VALUE SPACES.
001290 01  WS-RUN-DATE              PIC X(08) VALUE SPACES.
001300 01  WS-PERIOD-ID             PIC X(08) VALUE SPACES.

001320 01  WS-ADD-COUNT             PIC 9(6) VALUE ZERO.
001330 01  WS-CHANGE-COUNT          PIC 9(6) VALUE ZERO.
001340 01  WS-TERMINATE-COUNT       PIC 9(6) VALUE ZERO.
001341 01  WS-ERROR-COUNT           PIC 9(6) VALUE ZERO.
001342 01  WS-HELD-COUNT            PIC 9(6) VALUE ZERO.
001343 01  WS-RELEASED-COUNT        PIC 9(6) VALUE ZERO.
001344 01  WS-REJECTED-COUNT        PIC 9(6) VALUE ZERO.
001345 01  WS-W4-COUNT              PIC 9(6) VALUE ZERO.

001346*----------------------------------------------------------------
001347* PENDING-CHANGE WORK AREAS.  WS-PEND-SCAN-TYPE IS THE CHANGE
001348* TYPE A NEW HOLD WOULD DUPLICATE ("B" MATCHES A HELD "B" OR "N",
001349* SINCE EITHER REPLACES THE SAME BANK FIELDS); WS-FAIL-REASON
001350* CARRIES WHY A HOLD OR DECISION WAS REFUSED TO EMPMAINT.LOG.
001351*----------------------------------------------------------------
001352 01  WS-PEND-NEXT-SEQ         PIC 9(03) VALUE ZERO.
001353 01  WS-PEND-SCAN-TYPE        PIC X(01) VALUE SPACE.
001354 01  WS-NEW-PAY-TYPE          PIC X(01) VALUE SPACE.
001355 01  WS-NEW-SALARY            PIC 9(06) VALUE ZERO.
001356 01  WS-NEW-HOURLY-RATE       PIC 9(3)V99 VALUE ZERO.
001357 01  WS-FAIL-REASON           PIC X(34) VALUE SPACES.
001358 01  WS-DECISION-WORD         PIC X(08) VALUE SPACES.

001359*----------------------------------------------------------------
001360* W-4 ELECTION WORK AREAS - THE DATE THE FORM BEING RECORDED
001361* TAKES EFFECT (THE RUN DATE WHEN THE TRANSACTION LEAVES IT
001362* BLANK).
001363*----------------------------------------------------------------
001364 01  WS-W4-EFF-DATE           PIC 9(08) VALUE ZERO.
001365 01  WS-W4-EFF-DATE-X REDEFINES WS-W4-EFF-DATE
001366                              PIC X(08).

001367*----------------------------------------------------------------
001368* PENDAGE.RPT WORK AREAS - ONE LINE PER CHANGE STILL HELD, AGED
001369* IN DAYS FROM THE RUN THAT ENTERED IT TO THIS RUN.
001370*----------------------------------------------------------------
001371 01  WS-AGE-LINE              PIC X(132).
001372 01  WS-AGE-DETAIL.
001373     05  AGE-EMP-ID           PIC X(10).
001374     05  FILLER               PIC X(02) VALUE SPACES.
001375     05  AGE-SEQ              PIC 9(03).
001376     05  FILLER               PIC X(02) VALUE SPACES.
001377     05  AGE-CHANGE           PIC X(10).
001378     05  FILLER               PIC X(02) VALUE SPACES.
001379     05  AGE-ENTERED-BY       PIC X(08).
001380     05  FILLER               PIC X(02) VALUE SPACES.
001381     05  AGE-ENTERED-DATE     PIC X(08).
001382     05  FILLER               PIC X(02) VALUE SPACES.
001383     05  AGE-DAYS             PIC ZZZZ9.
001384     05  FILLER               PIC X(02) VALUE SPACES.
001385     05  AGE-NEW-VALUES       PIC X(76).
001386 01  WS-AGE-SALARY-ED         PIC ZZZ,ZZ9.
001387 01  WS-AGE-RATE-ED           PIC ZZ9.99.
001388 01  WS-AGE-COUNT             PIC 9(6) VALUE ZERO.
001389 01  WS-AGE-DAYS              PIC 9(05) VALUE ZERO.
001390 01  WS-AGE-OLDEST            PIC 9(05) VALUE ZERO.
001391 01  WS-AGE-RUN-DAYNUM        PIC 9(08) COMP VALUE ZERO.

001392*----------------------------------------------------------------
001393* DAY-NUMBER WORK AREAS FOR 7300-COMPUTE-DAY-NUMBER - A CCYYMMDD
001394* DATE IN, A SERIAL DAY NUMBER OUT, SO TWO DATES CAN BE
001395* SUBTRACTED TO COUNT THE DAYS BETWEEN THEM.
001396*----------------------------------------------------------------
001397 01  WS-DAYNUM-DATE.
001398     05  WS-DAYNUM-YYYY       PIC 9(04).
001399     05  WS-DAYNUM-MM         PIC 9(02).
001400     05  WS-DAYNUM-DD         PIC 9(02).
001401 01  WS-DAYNUM-DATE-N REDEFINES WS-DAYNUM-DATE
001402                              PIC 9(08).
001403 01  WS-DAYNUM-A              PIC 9(02) COMP VALUE ZERO.
001404 01  WS-DAYNUM-Y              PIC 9(06) COMP VALUE ZERO.
001405 01  WS-DAYNUM-M              PIC 9(04) COMP VALUE ZERO.
001406 01  WS-DAYNUM-WORK           PIC 9(08) COMP VALUE ZERO.
001407 01  WS-DAYNUM                PIC 9(08) COMP VALUE ZERO.

001408 PROCEDURE DIVISION.
001409*----------------------------------------------------------------
001410 0000-MAINLINE.
001411*----------------------------------------------------------------
001412     PERFORM 1000-INITIALIZE
001413     PERFORM 2000-PROCESS-TRAN THRU 2000-PROCESS-TRAN-EXIT
001420         UNTIL END-OF-TRAN-FILE
001430     PERFORM 9000-TERMINATE
001440     STOP RUN.
001550     ELSE
001560         ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
001570         PERFORM 1100-OPEN-AUDIT-FILE
001575         PERFORM 1300-OPEN-PENDING-FILE
001577         PERFORM 1400-OPEN-W4-FILE
001580         PERFORM 1200-READ-PERIOD-ID
001590         PERFORM 2100-READ-TRANSACTION
001600     END-IF.
001980 1210-READ-PAYPER-LINE-EXIT.
001990     EXIT.

001991*----------------------------------------------------------------
001992 1300-OPEN-PENDING-FILE.
001993*----------------------------------------------------------------
001994*    PENDCHG.DAT IS CUMULATIVE LIKE EMPAUDIT - HELD, RELEASED AND
001995*    REJECTED CHANGES ALL STAY ON FILE.  THE FIRST RUN AT THIS
001996*    LEVEL CREATES IT EMPTY.  WITHOUT IT NO HOLD OR DECISION CAN
001997*    BE RECORDED, SO A FAILED OPEN STOPS THE TRANSACTIONS.
001998     OPEN I-O PEND-FILE
001999     IF PEND-FILE-NOT-FOUND
002000         OPEN OUTPUT PEND-FILE
002001         CLOSE PEND-FILE
002002         OPEN I-O PEND-FILE
002003     END-IF
002004     IF PEND-FILE-OK
002005         MOVE "Y" TO WS-PEND-OPEN-SW
002006     ELSE
002007         DISPLAY "ERROR OPENING PENDCHG.DAT - STATUS "
002008             WS-PEND-STATUS
002009         MOVE "Y" TO WS-EOF
002010     END-IF.

002011*----------------------------------------------------------------
002012 1400-OPEN-W4-FILE.
002013*----------------------------------------------------------------
002014*    W4ELECT.DAT IS CUMULATIVE TOO - EVERY FORM STAYS ON FILE
002015*    UNDER ITS EFFECTIVE DATE.  THE FIRST RUN AT THIS LEVEL
002016*    CREATES IT EMPTY.  A FAILED OPEN STOPS THE TRANSACTIONS THE
002017*    SAME WAY AS FOR PENDCHG.DAT.
002018     OPEN I-O W4-FILE
002019     IF W4-FILE-NOT-FOUND
002020         OPEN OUTPUT W4-FILE
002021         CLOSE W4-FILE
002022         OPEN I-O W4-FILE
002023     END-IF
002024     IF W4-FILE-OK
002025         MOVE "Y" TO WS-W4-OPEN-SW
002026     ELSE
002027         DISPLAY "ERROR OPENING W4ELECT.DAT - STATUS "
002028             WS-W4-STATUS
002029         MOVE "Y" TO WS-EOF
002030     END-IF.

002031*----------------------------------------------------------------
002032 2000-PROCESS-TRAN.
002033*----------------------------------------------------------------
002034     EVALUATE TRUE
002040         WHEN TRAN-ADD
002050             PERFORM 2200-ADD-EMPLOYEE
002060         WHEN TRAN-CHANGE
002090             PERFORM 2400-TERMINATE-EMPLOYEE
002095         WHEN TRAN-IDENTITY
002096             PERFORM 2450-SET-IDENTITY
002097         WHEN TRAN-BANK-CHANGE
002098             PERFORM 2460-HOLD-BANK-CHANGE
002099         WHEN TRAN-REACTIVATE
002100             PERFORM 2465-HOLD-REACTIVATION
002101         WHEN TRAN-RELEASE
002102             PERFORM 2470-RELEASE-PENDING
002103         WHEN TRAN-REJECT
002104             PERFORM 2480-REJECT-PENDING
002105         WHEN TRAN-W4-ELECTION
002106             PERFORM 2490-SET-W4-ELECTION
002107         WHEN OTHER
002110             PERFORM 2500-LOG-UNKNOWN-TRAN
002120     END-EVALUATE
002130     PERFORM 2100-READ-TRANSACTION.
002448             ELSE
002449                 MOVE ZERO            TO EMP-HIRE-DATE
002450             END-IF
002452             MOVE TRAN-WORK-STATE     TO EMP-WORK-STATE
002454             MOVE ZERO                TO EMP-LAST-DAY-WORKED
002456             MOVE SPACES              TO EMP-FINAL-PAY-FLAG
002458             MOVE SPACES              TO WS-BEFORE-IMAGE
002460             MOVE EMP-RECORD          TO WS-AFTER-IMAGE
002470             WRITE EMP-RECORD
002480             ADD 1 TO WS-ADD-COUNT
002510             PERFORM 2600-LOG-ERROR
002520     END-READ.

002523*----------------------------------------------------------------
002526 2300-CHANGE-EMPLOYEE.
002529*----------------------------------------------------------------
002532*    NAME, FILING STATUS AND PAY FREQUENCY APPLY AT ONCE.  A NEW
002535*    PAY TYPE, SALARY OR HOURLY RATE IS HELD ON PENDCHG.DAT FOR A
002538*    SECOND OPERATOR TO RELEASE - THE MASTER KEEPS PAYING THE OLD
002541*    RATE UNTIL THEN.  A HOLD NEEDS THE ENTERING OPERATOR'S ID AND
002544*    ONLY ONE PAY CHANGE MAY BE HELD AT A TIME; EITHER FAILURE
002547*    REFUSES THE WHOLE TRANSACTION, SO NOTHING IS HALF APPLIED.
002550     MOVE TRAN-EMP-ID TO EMP-ID
002553     READ EMP-FILE
002556         INVALID KEY
002559             PERFORM 2600-LOG-ERROR
002562         NOT INVALID KEY
002565             PERFORM 2310-CHECK-PAY-CHANGE
002568             IF WS-FAIL-REASON NOT = SPACES
002571                 PERFORM 2610-LOG-REFUSAL
002574             ELSE
002577                 PERFORM 2320-APPLY-CHANGE
002580             END-IF
002583     END-READ.

002586*----------------------------------------------------------------
002589 2310-CHECK-PAY-CHANGE.
002592*----------------------------------------------------------------
002595*    THE TRANSACTION CARRIES THE FULL PAY BASIS AS BEFORE.  ONLY
002598*    WHEN IT DIFFERS FROM THE MASTER IS THERE ANYTHING TO HOLD.
002601     MOVE SPACES TO WS-FAIL-REASON
002604     MOVE "N" TO WS-PAY-CHG-SW
002607     IF TRAN-HOURLY
002610         MOVE "H"              TO WS-NEW-PAY-TYPE
002613         MOVE TRAN-HOURLY-RATE TO WS-NEW-HOURLY-RATE
002616     ELSE
002619         MOVE "S"              TO WS-NEW-PAY-TYPE
002622         MOVE ZERO             TO WS-NEW-HOURLY-RATE
002625     END-IF
002628     MOVE TRAN-EMP-SALARY TO WS-NEW-SALARY
002631     IF WS-NEW-PAY-TYPE NOT = EMP-PAY-TYPE
002634             OR WS-NEW-SALARY NOT = EMP-SALARY
002637             OR WS-NEW-HOURLY-RATE NOT = EMP-HOURLY-RATE
002640         MOVE "Y" TO WS-PAY-CHG-SW
002643         MOVE "C" TO WS-PEND-SCAN-TYPE
002646         PERFORM 2800-CHECK-HOLD
002649     END-IF.

002652*----------------------------------------------------------------
002655 2320-APPLY-CHANGE.
002658*----------------------------------------------------------------
002661*    THE PAY CHANGE IS HELD WITH THE DATE IT TAKES EFFECT.  BLANK
002664*    MEANS EFFECTIVE AS OF THE RUN THAT RELEASES IT.
002667     MOVE EMP-RECORD          TO WS-BEFORE-IMAGE
002670     MOVE TRAN-EMP-NAME       TO EMP-NAME
002673     MOVE TRAN-FILING-STATUS  TO EMP-FILING-STATUS
002676     MOVE TRAN-PAY-FREQUENCY  TO EMP-PAY-FREQUENCY
002679     MOVE EMP-RECORD          TO WS-AFTER-IMAGE
002682     REWRITE EMP-RECORD
002685     ADD 1 TO WS-CHANGE-COUNT
002688     PERFORM 2700-WRITE-AUDIT
002691     IF PAY-CHANGE-REQUESTED
002694         PERFORM 2830-NEW-PENDING
002697         MOVE "C"                TO PEND-CHG-TYPE
002700         MOVE WS-NEW-PAY-TYPE    TO PEND-PAY-TYPE
002703         MOVE WS-NEW-SALARY      TO PEND-SALARY
002706         MOVE WS-NEW-HOURLY-RATE TO PEND-HOURLY-RATE
002709         IF TRAN-EFF-DATE-X IS NUMERIC
002712             MOVE TRAN-EFF-DATE-X TO PEND-EFF-DATE
002715         END-IF
002718         PERFORM 2840-WRITE-PENDING
002721     END-IF.

002780*----------------------------------------------------------------
002790 2400-TERMINATE-EMPLOYEE.
002830         INVALID KEY
002840             PERFORM 2600-LOG-ERROR
002850         NOT INVALID KEY
002860             IF EMP-TERMINATED AND EMP-FINAL-PAY-DONE
002870                 PERFORM 2600-LOG-ERROR
002880             ELSE
002881                 PERFORM 2410-APPLY-TERMINATION
002882             END-IF
002883     END-READ.

002884*----------------------------------------------------------------
002885 2410-APPLY-TERMINATION.
002886*----------------------------------------------------------------
002887*    THE LAST DAY WORKED DRIVES PAYROLL-CALC'S PRORATION OF THE
002888*    FINAL SALARY CHECK AND THE STOP DATE ON THE EMPLOYEE'S
002889*    DEDUCTIONS.  THE FINAL CHECK IS DUE UNLESS THE TRANSACTION
002890*    SAYS "N" (PAID OUTSIDE PAYROLL, OR NOTHING OWED).
002891     MOVE EMP-RECORD TO WS-BEFORE-IMAGE
002892     MOVE "T" TO EMP-STATUS
002893     IF TRAN-LAST-DAY-X IS NUMERIC
002894         MOVE TRAN-LAST-DAY TO EMP-LAST-DAY-WORKED
002895     ELSE
002896         MOVE WS-RUN-DATE TO EMP-LAST-DAY-WORKED-X
002897     END-IF
002898     IF TRAN-FINAL-PAY = "N"
002899         MOVE "N" TO EMP-FINAL-PAY-FLAG
002900     ELSE
002901         MOVE "Y" TO EMP-FINAL-PAY-FLAG
002902     END-IF
002903     MOVE EMP-RECORD TO WS-AFTER-IMAGE
002904     REWRITE EMP-RECORD
002905     ADD 1 TO WS-TERMINATE-COUNT
002906     PERFORM 2700-WRITE-AUDIT.

002907*----------------------------------------------------------------
002908 2450-SET-IDENTITY.
002909*----------------------------------------------------------------
002910*    SET OR CORRECT THE IDENTITY BLOCK (SSN, MAILING ADDRESS,
002911*    HIRE DATE, WORK STATE) ON AN EXISTING EMPLOYEE WITHOUT
002912*    TOUCHING PAY, FILING, OR BANK FIELDS.  ONLY NONBLANK
002913*    TRANSACTION FIELDS MOVE, SO A ONE-FIELD CORRECTION LEAVES
002914*    THE REST ALONE; A WORK STATE OF "**" CLEARS IT.
002915     MOVE TRAN-EMP-ID TO EMP-ID
002916     READ EMP-FILE
002917         INVALID KEY
002918             PERFORM 2600-LOG-ERROR
002919         NOT INVALID KEY
002920             MOVE EMP-RECORD          TO WS-BEFORE-IMAGE
002921             IF TRAN-SSN NOT = SPACES
002922                 MOVE TRAN-SSN        TO EMP-SSN
002923             END-IF
002924             IF TRAN-ADDR-STREET NOT = SPACES
002925                 MOVE TRAN-ADDR-STREET TO EMP-ADDR-STREET
002926             END-IF
002927             IF TRAN-ADDR-CITY NOT = SPACES
002928                 MOVE TRAN-ADDR-CITY  TO EMP-ADDR-CITY
002929             END-IF
002930             IF TRAN-ADDR-STATE NOT = SPACES
002931                 MOVE TRAN-ADDR-STATE TO EMP-ADDR-STATE
002932             END-IF
002933             IF TRAN-ADDR-ZIP NOT = SPACES
002934                 MOVE TRAN-ADDR-ZIP   TO EMP-ADDR-ZIP
002935             END-IF
002936             IF TRAN-HIRE-DATE-X IS NUMERIC
002937                 MOVE TRAN-HIRE-DATE  TO EMP-HIRE-DATE
002938             END-IF
002939             EVALUATE TRAN-WORK-STATE
002940                 WHEN SPACES
002941                     CONTINUE
002942                 WHEN "**"
002943                     MOVE SPACES      TO EMP-WORK-STATE
002944                 WHEN OTHER
002945                     MOVE TRAN-WORK-STATE TO EMP-WORK-STATE
002946             END-EVALUATE
002947             MOVE EMP-RECORD          TO WS-AFTER-IMAGE
002948             REWRITE EMP-RECORD
002949             ADD 1 TO WS-CHANGE-COUNT
002950             PERFORM 2700-WRITE-AUDIT
002951     END-READ.

002952*----------------------------------------------------------------
002953 2460-HOLD-BANK-CHANGE.
002954*----------------------------------------------------------------
002955*    A NEW ROUTING/ACCOUNT IS NEVER APPLIED DIRECTLY - IT IS THE
002956*    CHANGE A DIVERTED PAYCHECK NEEDS - SO IT IS ALWAYS HELD FOR A
002957*    SECOND OPERATOR.  BOTH ROUTING AND ACCOUNT ARE REQUIRED; THE
002958*    ACCOUNT TYPE DEFAULTS TO CHECKING.
002959     MOVE TRAN-EMP-ID TO EMP-ID
002960     READ EMP-FILE
002961         INVALID KEY
002962             PERFORM 2600-LOG-ERROR
002963         NOT INVALID KEY
002964             MOVE SPACES TO WS-FAIL-REASON
002965             IF TRAN-BANK-ROUTING = SPACES
002966                     OR TRAN-BANK-ACCOUNT = SPACES
002967                 MOVE "BANK ROUTING/ACCOUNT REQUIRED"
002968                     TO WS-FAIL-REASON
002969             ELSE
002970                 MOVE "B" TO WS-PEND-SCAN-TYPE
002971                 PERFORM 2800-CHECK-HOLD
002972             END-IF
002973             IF WS-FAIL-REASON NOT = SPACES
002974                 PERFORM 2610-LOG-REFUSAL
002975             ELSE
002976                 PERFORM 2830-NEW-PENDING
002977                 MOVE "B"               TO PEND-CHG-TYPE
002978                 MOVE TRAN-BANK-ROUTING TO PEND-BANK-ROUTING
002979                 MOVE TRAN-BANK-ACCOUNT TO PEND-BANK-ACCOUNT
002980                 IF TRAN-BANK-ACCT-TYPE = "S"
002981                     MOVE "S"           TO PEND-BANK-ACCT-TYPE
002982                 ELSE
002983                     MOVE "C"           TO PEND-BANK-ACCT-TYPE
002984                 END-IF
002985                 PERFORM 2840-WRITE-PENDING
002986             END-IF
002987     END-READ.

002988*----------------------------------------------------------------
002989 2465-HOLD-REACTIVATION.
002990*----------------------------------------------------------------
002991*    BRINGING A TERMINATED EMPLOYEE BACK ONTO THE PAYROLL IS HELD
002992*    THE SAME WAY - A REACTIVATED GHOST IS THE OTHER HALF OF THE
002993*    DIVERSION PROBLEM.  ONLY A TERMINATED EMPLOYEE QUALIFIES.
002994     MOVE TRAN-EMP-ID TO EMP-ID
002995     READ EMP-FILE
002996         INVALID KEY
002997             PERFORM 2600-LOG-ERROR
002998         NOT INVALID KEY
002999             MOVE SPACES TO WS-FAIL-REASON
003000             IF NOT EMP-TERMINATED
003001                 MOVE "EMPLOYEE NOT TERMINATED" TO WS-FAIL-REASON
003002             ELSE
003003                 MOVE "H" TO WS-PEND-SCAN-TYPE
003004                 PERFORM 2800-CHECK-HOLD
003005             END-IF
003006             IF WS-FAIL-REASON NOT = SPACES
003007                 PERFORM 2610-LOG-REFUSAL
003008             ELSE
003009                 PERFORM 2830-NEW-PENDING
003010                 MOVE "H" TO PEND-CHG-TYPE
003011                 PERFORM 2840-WRITE-PENDING
003012             END-IF
003013     END-READ.

003014*----------------------------------------------------------------
003015 2470-RELEASE-PENDING.
003016*----------------------------------------------------------------
003017*    APPLY A HELD CHANGE TO THE MASTER.  THE TRANSACTION NAMES IT
003018*    BY EMP-ID AND PENDING SEQUENCE (AS LISTED ON PENDAGE.RPT) AND
003019*    CARRIES THE RELEASING OPERATOR'S ID.
003020     PERFORM 2850-READ-DECISION
003021     IF WS-FAIL-REASON = SPACES
003022         MOVE PEND-EMP-ID TO EMP-ID
003023         READ EMP-FILE
003024             INVALID KEY
003025                 MOVE "EMPLOYEE NOT ON MASTER" TO WS-FAIL-REASON
003026             NOT INVALID KEY
003027                 PERFORM 2475-APPLY-PENDING
003028         END-READ
003029     END-IF
003030     IF WS-FAIL-REASON NOT = SPACES
003031         PERFORM 2610-LOG-REFUSAL
003032     END-IF.

003033*----------------------------------------------------------------
003034 2475-APPLY-PENDING.
003035*----------------------------------------------------------------
003036*    A NOTIFICATION OF CHANGE MOVES ONLY THE BANK FIELDS THE BANK
003037*    CORRECTED, AS ACH-RETURN USED TO APPLY IT.  A REACTIVATION
003038*    CLEARS THE TERMINATION - LAST DAY WORKED AND ANY FINAL CHECK
003039*    STILL DUE - SO THE EMPLOYEE IS PAID AS ACTIVE AGAIN.  THE
003040*    AUDIT RECORD CARRIES THE HELD CHANGE TYPE AS ITS CODE, SO A
003041*    RELEASED PAY CHANGE READS AS A "C" TO THE RETRO PAY PROGRAM.
003042     MOVE EMP-RECORD TO WS-BEFORE-IMAGE
003043     EVALUATE TRUE
003044         WHEN PEND-PAY-CHANGE
003045             MOVE PEND-PAY-TYPE       TO EMP-PAY-TYPE
003046             MOVE PEND-SALARY         TO EMP-SALARY
003047             MOVE PEND-HOURLY-RATE    TO EMP-HOURLY-RATE
003048         WHEN PEND-BANK-CHANGE
003049             MOVE PEND-BANK-ROUTING   TO EMP-BANK-ROUTING
003050             MOVE PEND-BANK-ACCOUNT   TO EMP-BANK-ACCOUNT
003051             MOVE PEND-BANK-ACCT-TYPE TO EMP-BANK-ACCT-TYPE
003052         WHEN PEND-BANK-NOC
003053             IF PEND-BANK-ROUTING NOT = SPACES
003054                 MOVE PEND-BANK-ROUTING TO EMP-BANK-ROUTING
003055             END-IF
003056             IF PEND-BANK-ACCOUNT NOT = SPACES
003057                 MOVE PEND-BANK-ACCOUNT TO EMP-BANK-ACCOUNT
003058             END-IF
003059             IF PEND-BANK-ACCT-TYPE = "C"
003060                     OR PEND-BANK-ACCT-TYPE = "S"
003065                 MOVE PEND-BANK-ACCT-TYPE TO EMP-BANK-ACCT-TYPE
003066             END-IF
003067         WHEN PEND-REACTIVATION
003068             IF EMP-TERMINATED
003069                 MOVE "A"             TO EMP-STATUS
003070                 MOVE ZERO            TO EMP-LAST-DAY-WORKED
003071                 MOVE SPACES          TO EMP-FINAL-PAY-FLAG
003072             ELSE
003073                 MOVE "EMPLOYEE NOT TERMINATED" TO WS-FAIL-REASON
003074             END-IF
003075         WHEN OTHER
003076             MOVE "UNKNOWN PENDING CHANGE TYPE" TO WS-FAIL-REASON
003077     END-EVALUATE
003078     IF WS-FAIL-REASON = SPACES
003079         MOVE EMP-RECORD TO WS-AFTER-IMAGE
003080         REWRITE EMP-RECORD
003081         PERFORM 2700-WRITE-AUDIT
003082         MOVE "A" TO PEND-STATUS
003083         MOVE "RELEASED" TO WS-DECISION-WORD
003084         PERFORM 2485-RECORD-DECISION
003085         ADD 1 TO WS-RELEASED-COUNT
003086     END-IF.

003087*----------------------------------------------------------------
003088 2480-REJECT-PENDING.
003089*----------------------------------------------------------------
003090*    A REJECTED CHANGE NEVER REACHES THE MASTER; IT STAYS ON
003091*    PENDCHG.DAT MARKED "X" WITH THE REJECTING OPERATOR'S ID.
003092     PERFORM 2850-READ-DECISION
003093     IF WS-FAIL-REASON = SPACES
003094         MOVE "X" TO PEND-STATUS
003095         MOVE "REJECTED" TO WS-DECISION-WORD
003096         PERFORM 2485-RECORD-DECISION
003097         ADD 1 TO WS-REJECTED-COUNT
003098     ELSE
003099         PERFORM 2610-LOG-REFUSAL
003100     END-IF.

003101*----------------------------------------------------------------
003102 2485-RECORD-DECISION.
003103*----------------------------------------------------------------
003104*    THE CALLER HAS SET PEND-STATUS ON THE RECORD 2850 READ.
003105     MOVE TRAN-OPERATOR-ID TO PEND-DECIDED-BY
003106     MOVE WS-RUN-DATE      TO PEND-DECIDED-DATE
003107     REWRITE PEND-RECORD
003108         INVALID KEY
003109             DISPLAY "PENDCHG.DAT REWRITE FAILED FOR " PEND-KEY
003110                 " - STATUS " WS-PEND-STATUS
003111     END-REWRITE
003112     MOVE SPACES TO WS-MAINT-LINE
003113     STRING "PENDING CHANGE " WS-DECISION-WORD " FOR ID:" SPACE
003114         PEND-EMP-ID SPACE "SEQ:" PEND-SEQ SPACE "BY:"
003115         TRAN-OPERATOR-ID DELIMITED BY SIZE INTO WS-MAINT-LINE
003116     WRITE MAINT-LOG-RECORD FROM WS-MAINT-LINE.

003117*----------------------------------------------------------------
003118 2490-SET-W4-ELECTION.
003119*----------------------------------------------------------------
003120*    RECORD A FORM W-4 FOR AN EXISTING EMPLOYEE.  EACH FORM IS
003121*    KEPT UNDER ITS EFFECTIVE DATE, SO AN EARLIER FORM STAYS ON
003122*    FILE FOR THE PERIODS IT COVERED; A SECOND FORM FOR THE SAME
003123*    DATE CORRECTS THE FIRST.  THE STEP 1(C) FILING STATUS IS
003124*    STILL CHANGED ON THE MASTER WITH A "C".
003125     MOVE TRAN-EMP-ID TO EMP-ID
003126     READ EMP-FILE
003127         INVALID KEY
003128             PERFORM 2600-LOG-ERROR
003129         NOT INVALID KEY
003130             PERFORM 2491-EDIT-W4-ELECTION
003131             IF WS-FAIL-REASON NOT = SPACES
003132                 PERFORM 2610-LOG-REFUSAL
003133             ELSE
003134                 PERFORM 2492-FIND-PRIOR-W4
003135                 PERFORM 2494-WRITE-W4-ELECTION
003136             END-IF
003137     END-READ.

003138*----------------------------------------------------------------
003139 2491-EDIT-W4-ELECTION.
003140*----------------------------------------------------------------
003141*    THE TWO CHECKBOXES ARE Y, N OR BLANK (BLANK = N); A DATE OR
003142*    AMOUNT IS EITHER BLANK OR NUMERIC.
003143     MOVE SPACES TO WS-FAIL-REASON
003144     EVALUATE TRUE
003145         WHEN TRAN-W4-MULTIPLE-JOBS NOT = "Y"
003146                 AND TRAN-W4-MULTIPLE-JOBS NOT = "N"
003147                 AND TRAN-W4-MULTIPLE-JOBS NOT = SPACE
003148             MOVE "MULTIPLE JOBS MUST BE Y OR N" TO WS-FAIL-REASON
003149         WHEN TRAN-W4-EXEMPT NOT = "Y"
003150                 AND TRAN-W4-EXEMPT NOT = "N"
003151                 AND TRAN-W4-EXEMPT NOT = SPACE
003152             MOVE "EXEMPT MUST BE Y OR N" TO WS-FAIL-REASON
003153         WHEN TRAN-EFF-DATE-X NOT = SPACES
003154                 AND TRAN-EFF-DATE-X IS NOT NUMERIC
003155             MOVE "EFFECTIVE DATE NOT NUMERIC" TO WS-FAIL-REASON
003156         WHEN (TRAN-W4-DEPENDENT-AMT-X NOT = SPACES
003157                 AND TRAN-W4-DEPENDENT-AMT-X IS NOT NUMERIC)
003158              OR (TRAN-W4-OTHER-INCOME-X NOT = SPACES
003159                 AND TRAN-W4-OTHER-INCOME-X IS NOT NUMERIC)
003160              OR (TRAN-W4-EXTRA-DEDUCT-X NOT = SPACES
003161                 AND TRAN-W4-EXTRA-DEDUCT-X IS NOT NUMERIC)
003162              OR (TRAN-W4-EXTRA-WITHHOLD-X NOT = SPACES
003163                 AND TRAN-W4-EXTRA-WITHHOLD-X IS NOT NUMERIC)
003164             MOVE "W-4 AMOUNT NOT NUMERIC" TO WS-FAIL-REASON
003165     END-EVALUATE.

003166*----------------------------------------------------------------
003167 2492-FIND-PRIOR-W4.
003168*----------------------------------------------------------------
003169*    THE BEFORE-IMAGE IS THE FORM IN FORCE ON THE NEW FORM'S
003170*    EFFECTIVE DATE - THE LATEST ONE ON OR BEFORE IT, WHICH IS
003171*    THE ONE BEING CORRECTED IF THE DATES MATCH - OR SPACES FOR
003172*    AN EMPLOYEE'S FIRST FORM.
003173     IF TRAN-EFF-DATE-X IS NUMERIC
003174         MOVE TRAN-EFF-DATE TO WS-W4-EFF-DATE
003175     ELSE
003176         MOVE WS-RUN-DATE TO WS-W4-EFF-DATE-X
003177     END-IF
003178     MOVE SPACES TO WS-BEFORE-IMAGE
003179     MOVE "N" TO WS-W4-ON-FILE-SW
003180     MOVE "N" TO WS-W4-SCAN-SW
003181     MOVE TRAN-EMP-ID TO W4-EMP-ID
003182     MOVE ZERO TO W4-EFF-DATE
003183     START W4-FILE KEY IS NOT LESS THAN W4-KEY
003184         INVALID KEY
003185             MOVE "Y" TO WS-W4-SCAN-SW
003186     END-START
003187     PERFORM 2493-READ-PRIOR-W4 THRU 2493-READ-PRIOR-W4-EXIT
003188         UNTIL END-OF-W4-SCAN.

003189*----------------------------------------------------------------
003190 2493-READ-PRIOR-W4.
003191*----------------------------------------------------------------
003192     READ W4-FILE NEXT RECORD
003193         AT END
003194             MOVE "Y" TO WS-W4-SCAN-SW
003195     END-READ
003196     IF NOT END-OF-W4-SCAN
003197         IF W4-EMP-ID NOT = TRAN-EMP-ID
003198                 OR W4-EFF-DATE > WS-W4-EFF-DATE
003199             MOVE "Y" TO WS-W4-SCAN-SW
003200         ELSE
003201             MOVE W4-RECORD TO WS-BEFORE-IMAGE
003202             IF W4-EFF-DATE = WS-W4-EFF-DATE
003203                 MOVE "Y" TO WS-W4-ON-FILE-SW
003204             END-IF
003205         END-IF
003206     END-IF.
003207 2493-READ-PRIOR-W4-EXIT.
003208     EXIT.

003209*----------------------------------------------------------------
003210 2494-WRITE-W4-ELECTION.
003211*----------------------------------------------------------------
003212*    A NEW FORM REPLACES THE OLD ONE WHOLE - NOTHING CARRIES
003213*    FORWARD, SO A BLANK AMOUNT IS ZERO AND A BLANK CHECKBOX IS
003214*    "N".
003215     MOVE SPACES            TO W4-RECORD
003216     MOVE TRAN-EMP-ID       TO W4-EMP-ID
003217     MOVE WS-W4-EFF-DATE    TO W4-EFF-DATE
003218     MOVE "N"               TO W4-MULTIPLE-JOBS
003219                               W4-EXEMPT
003220     IF TRAN-W4-MULTIPLE-JOBS = "Y"
003221         MOVE "Y"           TO W4-MULTIPLE-JOBS
003222     END-IF
003223     IF TRAN-W4-EXEMPT = "Y"
003224         MOVE "Y"           TO W4-EXEMPT
003225     END-IF
003226     MOVE ZERO              TO W4-DEPENDENT-AMT
003227                               W4-OTHER-INCOME
003228                               W4-EXTRA-DEDUCT
003229                               W4-EXTRA-WITHHOLD
003230     IF TRAN-W4-DEPENDENT-AMT-X IS NUMERIC
003231         MOVE TRAN-W4-DEPENDENT-AMT  TO W4-DEPENDENT-AMT
003232     END-IF
003233     IF TRAN-W4-OTHER-INCOME-X IS NUMERIC
003234         MOVE TRAN-W4-OTHER-INCOME   TO W4-OTHER-INCOME
003235     END-IF
003236     IF TRAN-W4-EXTRA-DEDUCT-X IS NUMERIC
003237         MOVE TRAN-W4-EXTRA-DEDUCT   TO W4-EXTRA-DEDUCT
003238     END-IF
003239     IF TRAN-W4-EXTRA-WITHHOLD-X IS NUMERIC
003240         MOVE TRAN-W4-EXTRA-WITHHOLD TO W4-EXTRA-WITHHOLD
003241     END-IF
003242     MOVE TRAN-OPERATOR-ID  TO W4-ENTERED-BY
003243     MOVE WS-RUN-DATE       TO W4-ENTERED-DATE
003244     MOVE WS-PERIOD-ID      TO W4-ENTERED-PERIOD
003245     MOVE W4-RECORD         TO WS-AFTER-IMAGE
003246     IF W4-SAME-DATE-ON-FILE
003247         REWRITE W4-RECORD
003248             INVALID KEY
003249                 MOVE "W-4 ELECTIONS REWRITE FAILED"
003250                     TO WS-FAIL-REASON
003251         END-REWRITE
003252     ELSE
003253         WRITE W4-RECORD
003254             INVALID KEY
003255                 MOVE "W-4 ELECTIONS WRITE FAILED"
003256                     TO WS-FAIL-REASON
003257         END-WRITE
003258     END-IF
003259     IF WS-FAIL-REASON NOT = SPACES
003260         PERFORM 2610-LOG-REFUSAL
003261     ELSE
003262         ADD 1 TO WS-W4-COUNT
003263         PERFORM 2700-WRITE-AUDIT
003264     END-IF.

003265*----------------------------------------------------------------
003266 2500-LOG-UNKNOWN-TRAN.
003267*----------------------------------------------------------------
003268     MOVE SPACES TO WS-MAINT-LINE
003269     STRING "UNKNOWN TRANSACTION CODE FOR ID:" SPACE
003270         TRAN-EMP-ID DELIMITED BY SIZE INTO WS-MAINT-LINE
003271     WRITE MAINT-LOG-RECORD FROM WS-MAINT-LINE
003272     ADD 1 TO WS-ERROR-COUNT.

003273*----------------------------------------------------------------
003274 2600-LOG-ERROR.
003275*----------------------------------------------------------------
003276     MOVE SPACES TO WS-MAINT-LINE
003277     STRING "TRANSACTION FAILED FOR ID:" SPACE TRAN-EMP-ID
003278         SPACE "CODE:" TRAN-CODE DELIMITED BY SIZE
003279         INTO WS-MAINT-LINE
003280     WRITE MAINT-LOG-RECORD FROM WS-MAINT-LINE
003281     ADD 1 TO WS-ERROR-COUNT.

003282*----------------------------------------------------------------
003283 2610-LOG-REFUSAL.
003284*----------------------------------------------------------------
003285*    A HOLD OR DECISION THE DUAL-CONTROL RULES REFUSED - LOGGED
003286*    LIKE ANY FAILED TRANSACTION, WITH THE REASON APPENDED.
003287     MOVE SPACES TO WS-MAINT-LINE
003288     STRING "TRANSACTION FAILED FOR ID:" SPACE TRAN-EMP-ID
003289         SPACE "CODE:" TRAN-CODE SPACE WS-FAIL-REASON
003290         DELIMITED BY SIZE INTO WS-MAINT-LINE
003291     WRITE MAINT-LOG-RECORD FROM WS-MAINT-LINE
003292     ADD 1 TO WS-ERROR-COUNT.

003293*----------------------------------------------------------------
003294 2700-WRITE-AUDIT.
003295*----------------------------------------------------------------
003296*    CALLED ONLY AFTER A TRANSACTION HAS ACTUALLY BEEN APPLIED.
003297*    THE CALLER LEAVES THE PRE-CHANGE RECORD IN WS-BEFORE-IMAGE
003298*    (SPACES FOR AN ADD) AND CAPTURES THE APPLIED RECORD INTO
003299*    WS-AFTER-IMAGE JUST BEFORE ITS WRITE/REWRITE - THE
003300*    EMP-RECORD AREA ITSELF IS NOT AVAILABLE AFTERWARD.
003301*    A RELEASED CHANGE IS AUDITED UNDER ITS HELD CHANGE TYPE
003302*    WITH BOTH THE ENTERING AND THE RELEASING OPERATOR'S ID.
003303*    A W-4 ELECTION CARRIES ITS W4-RECORD IMAGES AND THE DATE
003304*    THE FORM TAKES EFFECT.
003305     MOVE SPACES          TO WS-AUDIT-DETAIL
003306     MOVE WS-RUN-DATE     TO AUD-RUN-DATE
003307     MOVE WS-PERIOD-ID    TO AUD-PERIOD-ID
003308     MOVE WS-BEFORE-IMAGE TO AUD-BEFORE-IMAGE
003309     MOVE WS-AFTER-IMAGE  TO AUD-AFTER-IMAGE
003310     IF TRAN-RELEASE
003311         MOVE PEND-CHG-TYPE    TO AUD-TRAN-CODE
003312         MOVE PEND-EFF-DATE    TO AUD-EFF-DATE
003313         MOVE PEND-ENTERED-BY  TO AUD-ENTERED-BY
003314         MOVE TRAN-OPERATOR-ID TO AUD-APPROVED-BY
003315     ELSE
003316         MOVE TRAN-CODE        TO AUD-TRAN-CODE
003317         MOVE TRAN-OPERATOR-ID TO AUD-ENTERED-BY
003318         IF TRAN-CHANGE AND TRAN-EFF-DATE-X IS NUMERIC
003319             MOVE TRAN-EFF-DATE-X TO AUD-EFF-DATE
003320         END-IF
003321         IF TRAN-W4-ELECTION
003322             MOVE WS-W4-EFF-DATE-X TO AUD-EFF-DATE
003323         END-IF
003324     END-IF
003325     WRITE AUDIT-RECORD FROM WS-AUDIT-DETAIL.

003326*----------------------------------------------------------------
003327 2800-CHECK-HOLD.
003328*----------------------------------------------------------------
003329*    COMMON CHECKS BEFORE ANY CHANGE IS HELD:  THE ENTERING
003330*    OPERATOR MUST BE IDENTIFIED (THE SECOND OPERATOR IS CHECKED
003331*    AGAINST IT), AND NO CHANGE OF THE SAME TYPE MAY ALREADY BE
003332*    WAITING - THE FIRST MUST BE RELEASED OR REJECTED BEFORE A
003333*    SECOND IS KEYED, SO AN APPROVER NEVER RELEASES A STALE ONE.
003334*    THE SCAN ALSO SETS THE NEXT PENDING SEQUENCE FOR 2830.
003335     IF TRAN-OPERATOR-ID = SPACES
003336         MOVE "OPERATOR ID REQUIRED" TO WS-FAIL-REASON
003337     ELSE
003338         PERFORM 2810-SCAN-PENDING
003339         IF PEND-ALREADY-OPEN
003340             MOVE "SAME CHANGE TYPE ALREADY PENDING"
003341                 TO WS-FAIL-REASON
003342         END-IF
003343     END-IF.

003344*----------------------------------------------------------------
003345 2810-SCAN-PENDING.
003346*----------------------------------------------------------------
003347     MOVE "N" TO WS-PEND-DUP-SW
003348     MOVE "N" TO WS-PEND-SCAN-SW
003349     MOVE 1 TO WS-PEND-NEXT-SEQ
003350     MOVE TRAN-EMP-ID TO PEND-EMP-ID
003351     MOVE ZERO TO PEND-SEQ
003352     START PEND-FILE KEY IS NOT LESS THAN PEND-KEY
003353         INVALID KEY
003354             MOVE "Y" TO WS-PEND-SCAN-SW
003355     END-START
003356     PERFORM 2820-READ-PENDING THRU 2820-READ-PENDING-EXIT
003357         UNTIL END-OF-PEND-SCAN.

003358*----------------------------------------------------------------
003359 2820-READ-PENDING.
003360*----------------------------------------------------------------
003361     READ PEND-FILE NEXT RECORD
003362         AT END
003363             MOVE "Y" TO WS-PEND-SCAN-SW
003364     END-READ
003365     IF NOT END-OF-PEND-SCAN
003366         IF PEND-EMP-ID NOT = TRAN-EMP-ID
003367             MOVE "Y" TO WS-PEND-SCAN-SW
003368         ELSE
003369             COMPUTE WS-PEND-NEXT-SEQ = PEND-SEQ + 1
003370             IF PEND-OPEN
003371                 IF PEND-CHG-TYPE = WS-PEND-SCAN-TYPE
003372                     MOVE "Y" TO WS-PEND-DUP-SW
003373                 END-IF
003374                 IF WS-PEND-SCAN-TYPE = "B"
003375                         AND PEND-ANY-BANK-CHANGE
003376                     MOVE "Y" TO WS-PEND-DUP-SW
003377                 END-IF
003378             END-IF
003379         END-IF
003380     END-IF.
003381 2820-READ-PENDING-EXIT.
003382     EXIT.

003383*----------------------------------------------------------------
003384 2830-NEW-PENDING.
003385*----------------------------------------------------------------
003386*    A FRESH HELD-CHANGE RECORD UNDER THE ENTERING OPERATOR; THE
003387*    CALLER FILLS IN THE CHANGE TYPE AND THE NEW VALUES.
003388     MOVE SPACES           TO PEND-RECORD
003389     MOVE TRAN-EMP-ID      TO PEND-EMP-ID
003390     MOVE WS-PEND-NEXT-SEQ TO PEND-SEQ
003391     MOVE "P"              TO PEND-STATUS
003392     MOVE TRAN-OPERATOR-ID TO PEND-ENTERED-BY
003393     MOVE WS-RUN-DATE      TO PEND-ENTERED-DATE
003394     MOVE WS-PERIOD-ID     TO PEND-ENTERED-PERIOD
003395     MOVE ZERO             TO PEND-SALARY
003396                              PEND-HOURLY-RATE.

003397*----------------------------------------------------------------
003398 2840-WRITE-PENDING.
003399*----------------------------------------------------------------
003400     WRITE PEND-RECORD
003401         INVALID KEY
003402             MOVE "PENDING FILE WRITE FAILED" TO WS-FAIL-REASON
003403             PERFORM 2610-LOG-REFUSAL
003404         NOT INVALID KEY
003405             ADD 1 TO WS-HELD-COUNT
003406             MOVE SPACES TO WS-MAINT-LINE
003407             STRING "CHANGE HELD FOR APPROVAL ID:" SPACE
003408                 PEND-EMP-ID SPACE "SEQ:" PEND-SEQ SPACE "TYPE:"
003409                 PEND-CHG-TYPE SPACE "BY:" PEND-ENTERED-BY
003410                 DELIMITED BY SIZE INTO WS-MAINT-LINE
003411             WRITE MAINT-LOG-RECORD FROM WS-MAINT-LINE
003412     END-WRITE.

003413*----------------------------------------------------------------
003414 2850-READ-DECISION.
003415*----------------------------------------------------------------
003416*    FETCH THE HELD CHANGE A RELEASE OR REJECT NAMES AND ENFORCE
003417*    DUAL CONTROL - THE DECIDING OPERATOR IS IDENTIFIED AND IS
003418*    NOT THE ONE WHO ENTERED THE CHANGE.
003419     MOVE SPACES TO WS-FAIL-REASON
003420     EVALUATE TRUE
003421         WHEN TRAN-OPERATOR-ID = SPACES
003422             MOVE "OPERATOR ID REQUIRED" TO WS-FAIL-REASON
003423         WHEN TRAN-PEND-SEQ-X IS NOT NUMERIC
003424             MOVE "PENDING SEQUENCE REQUIRED" TO WS-FAIL-REASON
003425         WHEN OTHER
003426             MOVE TRAN-EMP-ID   TO PEND-EMP-ID
003427             MOVE TRAN-PEND-SEQ TO PEND-SEQ
003428             READ PEND-FILE
003429                 INVALID KEY
003430                     MOVE "NO SUCH PENDING CHANGE"
003431                         TO WS-FAIL-REASON
003432             END-READ
003433     END-EVALUATE
003434     IF WS-FAIL-REASON = SPACES
003435         IF NOT PEND-OPEN
003436             MOVE "CHANGE ALREADY DECIDED" TO WS-FAIL-REASON
003437         ELSE
003438             IF TRAN-OPERATOR-ID = PEND-ENTERED-BY
003439                 MOVE "APPROVER SAME AS ENTERING OPERATOR"
003440                     TO WS-FAIL-REASON
003441             END-IF
003442         END-IF
003443     END-IF.

003444*----------------------------------------------------------------
003445 7300-COMPUTE-DAY-NUMBER.
003446*----------------------------------------------------------------
003447*    SERIAL DAY NUMBER OF THE CCYYMMDD DATE IN WS-DAYNUM-DATE
003448*    (THE JULIAN DAY NUMBER), SO THE DAYS BETWEEN TWO DATES ARE A
003449*    SIMPLE SUBTRACTION ACROSS MONTH AND YEAR ENDS.  EACH DIVIDE
003450*    TRUNCATES, AS THE FORMULA REQUIRES.
003451     COMPUTE WS-DAYNUM-A = (14 - WS-DAYNUM-MM) / 12
003452     COMPUTE WS-DAYNUM-Y = WS-DAYNUM-YYYY + 4800 - WS-DAYNUM-A
003453     COMPUTE WS-DAYNUM-M = WS-DAYNUM-MM + (12 * WS-DAYNUM-A) - 3
003454     COMPUTE WS-DAYNUM-WORK = ((153 * WS-DAYNUM-M) + 2) / 5
003455     COMPUTE WS-DAYNUM = WS-DAYNUM-DD + WS-DAYNUM-WORK
003456         + (365 * WS-DAYNUM-Y) - 32045
003457     DIVIDE WS-DAYNUM-Y BY 4 GIVING WS-DAYNUM-WORK
003458     ADD WS-DAYNUM-WORK TO WS-DAYNUM
003459     DIVIDE WS-DAYNUM-Y BY 100 GIVING WS-DAYNUM-WORK
003460     SUBTRACT WS-DAYNUM-WORK FROM WS-DAYNUM
003461     DIVIDE WS-DAYNUM-Y BY 400 GIVING WS-DAYNUM-WORK
003462     ADD WS-DAYNUM-WORK TO WS-DAYNUM.

003463*----------------------------------------------------------------
003464 9000-TERMINATE.
003465*----------------------------------------------------------------
003466     MOVE SPACES TO WS-MAINT-LINE
003467     STRING "ADDS:" WS-ADD-COUNT SPACE "CHANGES:" WS-CHANGE-COUNT
003468         SPACE "TERMS:" WS-TERMINATE-COUNT SPACE "ERRORS:"
003469         WS-ERROR-COUNT DELIMITED BY SIZE INTO WS-MAINT-LINE
003470     WRITE MAINT-LOG-RECORD FROM WS-MAINT-LINE
003471     MOVE SPACES TO WS-MAINT-LINE
003472     STRING "HELD:" WS-HELD-COUNT SPACE "RELEASED:"
003473         WS-RELEASED-COUNT SPACE "REJECTED:" WS-REJECTED-COUNT
003474         DELIMITED BY SIZE INTO WS-MAINT-LINE
003475     WRITE MAINT-LOG-RECORD FROM WS-MAINT-LINE
003476     MOVE SPACES TO WS-MAINT-LINE
003477     STRING "W-4 ELECTIONS:" WS-W4-COUNT
003478         DELIMITED BY SIZE INTO WS-MAINT-LINE
003479     WRITE MAINT-LOG-RECORD FROM WS-MAINT-LINE
003480     IF W4-FILE-OPENED
003481         CLOSE W4-FILE
003482     END-IF
003483     IF PEND-FILE-OPENED
003484         PERFORM 9100-WRITE-AGING-REPORT
003485         CLOSE PEND-FILE
003486     END-IF
003487     CLOSE TRANSACTION-FILE EMP-FILE MAINT-LOG-FILE AUDIT-FILE
003488     DISPLAY "Employee maintenance run complete!".

003489*----------------------------------------------------------------
003490 9100-WRITE-AGING-REPORT.
003491*----------------------------------------------------------------
003492*    EVERY CHANGE STILL HELD AFTER THIS RUN'S DECISIONS, IN
003493*    EMPLOYEE ORDER, AGED IN DAYS FROM THE RUN THAT ENTERED
003494*    IT.  THE SEQUENCE SHOWN IS WHAT A "P" OR "X" TRANSACTION
003495*    CARRIES TO RELEASE OR REJECT THE CHANGE.
003496     OPEN OUTPUT AGING-FILE
003497     MOVE SPACES TO WS-AGE-LINE
003498     STRING "PENDING EMPLOYEE CHANGES AWAITING APPROVAL - RUN "
003499         WS-RUN-DATE "  PERIOD " WS-PERIOD-ID
003500         DELIMITED BY SIZE INTO WS-AGE-LINE
003501     WRITE AGING-RECORD FROM WS-AGE-LINE
003502     MOVE SPACES TO WS-AGE-LINE
003503     STRING "EMP-ID      SEQ  CHANGE      ENTERED   "
003504         "ENTERED    DAYS  NEW VALUES"
003510         DELIMITED BY SIZE INTO WS-AGE-LINE
003520     WRITE AGING-RECORD FROM WS-AGE-LINE
003530     MOVE SPACES TO WS-AGE-LINE
003540     STRING "                             BY        "
003550         "ON"
003560         DELIMITED BY SIZE INTO WS-AGE-LINE
003570     WRITE AGING-RECORD FROM WS-AGE-LINE
003580     MOVE WS-RUN-DATE TO WS-DAYNUM-DATE
003590     PERFORM 7300-COMPUTE-DAY-NUMBER
003600     MOVE WS-DAYNUM TO WS-AGE-RUN-DAYNUM
003610     MOVE "N" TO WS-PEND-SCAN-SW
003620     MOVE LOW-VALUES TO PEND-KEY
003630     START PEND-FILE KEY IS NOT LESS THAN PEND-KEY
003640         INVALID KEY
003650             MOVE "Y" TO WS-PEND-SCAN-SW
003660     END-START
003670     PERFORM 9110-AGE-PENDING THRU 9110-AGE-PENDING-EXIT
003680         UNTIL END-OF-PEND-SCAN
003690     MOVE SPACES TO WS-AGE-LINE
003700     STRING "CHANGES PENDING: " WS-AGE-COUNT
003710         "  OLDEST (DAYS): " WS-AGE-OLDEST
003720         DELIMITED BY SIZE INTO WS-AGE-LINE
003730     WRITE AGING-RECORD FROM WS-AGE-LINE
003740     CLOSE AGING-FILE.

003750*----------------------------------------------------------------
003760 9110-AGE-PENDING.
003770*----------------------------------------------------------------
003780     READ PEND-FILE NEXT RECORD
003790         AT END
003800             MOVE "Y" TO WS-PEND-SCAN-SW
003810         NOT AT END
003820             IF PEND-OPEN
003830                 PERFORM 9120-WRITE-AGE-LINE
003840             END-IF
003850     END-READ.
003860 9110-AGE-PENDING-EXIT.
003870     EXIT.

003880*----------------------------------------------------------------
003890 9120-WRITE-AGE-LINE.
003900*----------------------------------------------------------------
003910     ADD 1 TO WS-AGE-COUNT
003920     MOVE PEND-EMP-ID       TO AGE-EMP-ID
003930     MOVE PEND-SEQ          TO AGE-SEQ
003940     MOVE PEND-ENTERED-BY   TO AGE-ENTERED-BY
003950     MOVE PEND-ENTERED-DATE TO AGE-ENTERED-DATE
003960     MOVE ZERO TO WS-AGE-DAYS
003970     IF PEND-ENTERED-DATE IS NUMERIC
003980         MOVE PEND-ENTERED-DATE TO WS-DAYNUM-DATE
003990         PERFORM 7300-COMPUTE-DAY-NUMBER
004000         IF WS-AGE-RUN-DAYNUM > WS-DAYNUM
004010             COMPUTE WS-AGE-DAYS = WS-AGE-RUN-DAYNUM - WS-DAYNUM
004020         END-IF
004030     END-IF
004040     MOVE WS-AGE-DAYS TO AGE-DAYS
004050     IF WS-AGE-DAYS > WS-AGE-OLDEST
004060         MOVE WS-AGE-DAYS TO WS-AGE-OLDEST
004070     END-IF
004080     MOVE SPACES TO AGE-NEW-VALUES
004090     EVALUATE TRUE
004100         WHEN PEND-PAY-CHANGE
004110             MOVE "PAY RATE" TO AGE-CHANGE
004120             MOVE PEND-SALARY      TO WS-AGE-SALARY-ED
004130             MOVE PEND-HOURLY-RATE TO WS-AGE-RATE-ED
004140             STRING "TYPE " PEND-PAY-TYPE "  SALARY "
004150                 WS-AGE-SALARY-ED "  RATE " WS-AGE-RATE-ED
004160                 "  EFFECTIVE " PEND-EFF-DATE
004170                 DELIMITED BY SIZE INTO AGE-NEW-VALUES
004180         WHEN PEND-BANK-CHANGE
004190             MOVE "BANK" TO AGE-CHANGE
004200             STRING "ROUTING " PEND-BANK-ROUTING "  ACCOUNT "
004210                 PEND-BANK-ACCOUNT "  TYPE " PEND-BANK-ACCT-TYPE
004220                 DELIMITED BY SIZE INTO AGE-NEW-VALUES
004230         WHEN PEND-BANK-NOC
004240             MOVE "BANK NOC" TO AGE-CHANGE
004250             STRING "ROUTING " PEND-BANK-ROUTING "  ACCOUNT "
004260                 PEND-BANK-ACCOUNT "  TYPE " PEND-BANK-ACCT-TYPE
004270                 "  " PEND-REFERENCE
004280                 DELIMITED BY SIZE INTO AGE-NEW-VALUES
004290         WHEN PEND-REACTIVATION
004300             MOVE "REACTIVATE" TO AGE-CHANGE
004310             MOVE "RETURN TERMINATED EMPLOYEE TO ACTIVE"
004320                 TO AGE-NEW-VALUES
004330         WHEN OTHER
004340             MOVE PEND-CHG-TYPE TO AGE-CHANGE
004350     END-EVALUATE
004360     WRITE AGING-RECORD FROM WS-AGE-DETAIL.
