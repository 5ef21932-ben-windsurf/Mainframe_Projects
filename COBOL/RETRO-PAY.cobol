000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID. RETRO-PAY.
000120 AUTHOR. ASHLEY CHANCE.
000130 INSTALLATION. CORPORATE PAYROLL SYSTEMS.
000140 DATE-WRITTEN. 10/15/2026.
000150 DATE-COMPILED.
000160*----------------------------------------------------------------
000170* MODIFICATION HISTORY
000180*----------------------------------------------------------------
000190* 10/15/2026  AC  ORIGINAL PROGRAM.  RETROACTIVE PAY FOR A SALARY
000200*                 OR HOURLY RATE CHANGE APPROVED AFTER THE DATE IT
000210*                 TOOK EFFECT.  THE CHANGES COME FROM EMPAUDIT (A
000220*                 "C" TRANSACTION WHOSE EFFECTIVE DATE IS EARLIER
000230*                 THAN THE RUN THAT APPLIED IT, APPLIED ON OR
000240*                 AFTER THE RETROPARM.DAT DATE) AND FROM THE
000250*                 RETROREQ.IN REQUEST FILE.  EVERY REGULAR PAYHIST
000260*                 PAYMENT DATED ON OR AFTER THE EFFECTIVE DATE IS
000270*                 RE-PRICED FROM WHAT WAS ACTUALLY PAID - HOURLY
000280*                 FROM THE HOURS PAID WITH OVERTIME AT TIME-AND-
000290*                 A-HALF, SALARIED IN PROPORTION TO THE SALARY
000300*                 PAID, SO A PRORATED CHECK STAYS PRORATED.
000310*                 RETROWKS.OUT IS THE PERIOD-BY-PERIOD WORKSHEET
000320*                 FOR APPROVAL; RETROADJ.OUT CARRIES ONE "P"
000330*                 ADJUST.IN RECORD (EARNINGS CODE "RETR") PER
000340*                 EMPLOYEE OWED, READY FOR THE OFFCYCLE JOB.
000341* 10/15/2026  AC  EMPAUDIT RECORD WIDENED TO 400 BYTES WITH THE
000342*                 176-BYTE EMP-RECORD IMAGES, IN STEP WITH
000343*                 EMP-MAINT.  A "C" RECORD WRITTEN BEFORE THIS
000344*                 LEVEL NO LONGER SHOWS AN EFFECTIVE DATE AND IS
000345*                 PASSED OVER - ENTER SUCH A CHANGE ON
000346*                 RETROREQ.IN.
000350*----------------------------------------------------------------
000360 ENVIRONMENT DIVISION.
000370 INPUT-OUTPUT SECTION.
000380 FILE-CONTROL.
000390     SELECT PAYHIST-FILE ASSIGN TO "PAYHIST"
000400         ORGANIZATION IS INDEXED
000410         ACCESS MODE IS DYNAMIC
000420         RECORD KEY IS PHIST-KEY
000430         FILE STATUS IS WS-PHIST-STATUS.

000440     SELECT EMP-FILE ASSIGN TO "EMPLOYEES.IN"
000450         ORGANIZATION IS INDEXED
000460         ACCESS MODE IS RANDOM
000470         RECORD KEY IS EMP-ID
000480         FILE STATUS IS WS-EMP-STATUS.

000490     SELECT PARM-FILE ASSIGN TO "RETROPARM.DAT"
000500         ORGANIZATION IS LINE SEQUENTIAL
000510         FILE STATUS IS WS-PARM-STATUS.

000520     SELECT AUDIT-FILE ASSIGN TO "EMPAUDIT"
000530         ORGANIZATION IS LINE SEQUENTIAL
000540         FILE STATUS IS WS-AUDIT-STATUS.

000550     SELECT REQUEST-FILE ASSIGN TO "RETROREQ.IN"
000560         ORGANIZATION IS LINE SEQUENTIAL
000570         FILE STATUS IS WS-REQ-STATUS.

000580     SELECT WORKSHEET-FILE ASSIGN TO "RETROWKS.OUT"
000590         ORGANIZATION IS LINE SEQUENTIAL.

000600     SELECT ADJUST-OUT-FILE ASSIGN TO "RETROADJ.OUT"
000610         ORGANIZATION IS LINE SEQUENTIAL.

000620 DATA DIVISION.
000630 FILE SECTION.
000640 FD  PAYHIST-FILE.
000650     COPY PAYHREC.

000660 FD  EMP-FILE.
000670     COPY EMPREC.

000680 FD  PARM-FILE.
000690 01  PARM-RECORD              PIC X(08).

000700 FD  AUDIT-FILE.
000710 01  AUDIT-RECORD             PIC X(400).

000720*----------------------------------------------------------------
000730* RETRO REQUEST - ONE RECORD PER BACK-DATED CHANGE NOT KEYED
000740* THROUGH EMP-MAINT WITH AN EFFECTIVE DATE.  GIVE EITHER THE NEW
000750* ANNUAL SALARY OR THE NEW HOURLY RATE.  THE OLD FIGURE IS
000760* OPTIONAL - IT IS USED ONLY FOR PAYHIST RECORDS WRITTEN BEFORE
000770* PAYHIST CARRIED THE RATE PAID.
000780*----------------------------------------------------------------
000790 FD  REQUEST-FILE.
000800 01  REQUEST-RECORD.
000810     05  REQ-EMP-ID           PIC X(10).
000820     05  REQ-EFF-DATE         PIC 9(08).
000830     05  REQ-EFF-DATE-X REDEFINES REQ-EFF-DATE
000840                              PIC X(08).
000850     05  REQ-NEW-SALARY       PIC 9(06).
000860     05  REQ-NEW-SALARY-X REDEFINES REQ-NEW-SALARY
000870                              PIC X(06).
000880     05  REQ-NEW-RATE         PIC 9(3)V99.
000890     05  REQ-NEW-RATE-X REDEFINES REQ-NEW-RATE
000900                              PIC X(05).
000910     05  REQ-OLD-SALARY       PIC 9(06).
000920     05  REQ-OLD-SALARY-X REDEFINES REQ-OLD-SALARY
000930                              PIC X(06).
000940     05  REQ-OLD-RATE         PIC 9(3)V99.
000950     05  REQ-OLD-RATE-X REDEFINES REQ-OLD-RATE
000960                              PIC X(05).

000970 FD  WORKSHEET-FILE.
000980 01  WORKSHEET-RECORD         PIC X(132).

000990*----------------------------------------------------------------
001000* THE ADJUST.IN LAYOUT PAYROLL-CALC READS.  A RETRO PAYMENT IS A
001010* "P" RECORD - THE WITHHOLDING FIELDS ARE LEFT BLANK (THE
001020* ADJUSTMENT RUN COMPUTES THEM) AND SO IS THE STATE, SO THE
001030* EMPLOYEE'S CURRENT STATE APPLIES.
001040*----------------------------------------------------------------
001050 FD  ADJUST-OUT-FILE.
001060 01  ADJUST-OUT-RECORD.
001070     05  ADJ-EMP-ID           PIC X(10).
001080     05  ADJ-TYPE             PIC X(01).
001090     05  ADJ-EARN-CODE        PIC X(04).
001100     05  ADJ-GROSS            PIC 9(6)V99.
001110     05  FILLER               PIC X(40).
001120     05  ADJ-REF-NO           PIC X(15).
001130     05  FILLER               PIC X(18).

001140 WORKING-STORAGE SECTION.
001150*----------------------------------------------------------------
001160* SWITCHES
001170*----------------------------------------------------------------
001180 01  WS-SWITCHES.
001190     05  WS-PHIST-STATUS      PIC X(02) VALUE ZERO.
001200         88  PHIST-OK                  VALUE "00".
001210     05  WS-EMP-STATUS        PIC X(02) VALUE ZERO.
001220         88  EMP-FILE-OK               VALUE "00".
001230     05  WS-PARM-STATUS       PIC X(02) VALUE ZERO.
001240         88  PARM-FILE-OK              VALUE "00".
001250     05  WS-PARM-EOF-SW       PIC X(01) VALUE "N".
001260         88  END-OF-PARM-FILE          VALUE "Y".
001270     05  WS-AUDIT-STATUS      PIC X(02) VALUE ZERO.
001280         88  AUDIT-FILE-OK             VALUE "00".
001290     05  WS-AUD-EOF-SW        PIC X(01) VALUE "N".
001300         88  END-OF-AUDIT-FILE         VALUE "Y".
001310     05  WS-REQ-STATUS        PIC X(02) VALUE ZERO.
001320         88  REQ-FILE-OK               VALUE "00".
001330     05  WS-REQ-EOF-SW        PIC X(01) VALUE "N".
001340         88  END-OF-REQUEST-FILE       VALUE "Y".
001350     05  WS-HIST-EOF-SW       PIC X(01) VALUE "N".
001360         88  END-OF-EMP-HISTORY        VALUE "Y".
001370     05  WS-CHG-OVFL-SW       PIC X(01) VALUE "N".
001380         88  CHG-TABLE-OVERFLOWED      VALUE "Y".
001390     05  WS-VOID-OVFL-SW      PIC X(01) VALUE "N".
001400         88  VOID-TABLE-OVERFLOWED     VALUE "Y".
001410     05  WS-EMP-DONE-SW       PIC X(01) VALUE "N".
001420         88  EMP-ALREADY-DONE          VALUE "Y".
001430     05  WS-CHG-FOUND-SW      PIC X(01) VALUE "N".
001440         88  CHANGE-APPLIES            VALUE "Y".
001450     05  WS-VOIDED-SW         PIC X(01) VALUE "N".
001460         88  CHECK-WAS-VOIDED          VALUE "Y".
001470     05  WS-BASIS-SW          PIC X(01) VALUE "N".
001480         88  PAY-BASIS-ON-FILE         VALUE "Y".
001490     05  WS-PRICE-SW          PIC X(01) VALUE "N".
001500         88  PRICE-THIS-PAYMENT        VALUE "P".
001510         88  SKIP-THIS-PAYMENT         VALUE "N".
001520         88  FLAG-THIS-PAYMENT         VALUE "F".

001530*----------------------------------------------------------------
001540* RUN PARAMETER - EMPAUDIT CHANGES APPLIED ON OR AFTER THIS DATE
001550* ARE CANDIDATES, ECHOED INTO RETROPARM.DAT BY THE RETROPAY JOB
001560* AS YYYYMMDD (NORMALLY THE DATE OF THE LAST RETRO RUN, SO A
001570* CHANGE ALREADY PAID IS NOT PICKED UP AGAIN).
001580*----------------------------------------------------------------
001590 01  WS-PARM-DETAIL.
001600     05  RP-SINCE-DATE        PIC 9(08).
001610     05  RP-SINCE-DATE-X REDEFINES RP-SINCE-DATE
001620                              PIC X(08).

001630*----------------------------------------------------------------
001640* EMPAUDIT RECORD, AS EMP-MAINT WRITES IT.  THE BEFORE- AND
001650* AFTER-IMAGES ARE EMP-RECORDS AND ARE VIEWED THROUGH THE EMPREC
001660* LAYOUT IN THE EMP-FILE RECORD AREA.
001670*----------------------------------------------------------------
001680 01  WS-AUDIT-DETAIL.
001690     05  AUD-TRAN-CODE        PIC X(01).
001700     05  AUD-RUN-DATE         PIC 9(08).
001710     05  AUD-RUN-DATE-X REDEFINES AUD-RUN-DATE
001720                              PIC X(08).
001730     05  AUD-PERIOD-ID        PIC X(08).
001740     05  AUD-BEFORE-IMAGE     PIC X(176).
001750     05  AUD-AFTER-IMAGE      PIC X(176).
001760     05  AUD-EFF-DATE         PIC 9(08).
001770     05  AUD-EFF-DATE-X REDEFINES AUD-EFF-DATE
001780                              PIC X(08).
001790     05  FILLER               PIC X(23).
001800 01  WS-OLD-PAY-TYPE          PIC X(01) VALUE SPACES.
001810 01  WS-OLD-RATE              PIC 9(6)V99 VALUE ZERO.
001820 01  WS-NEW-RATE              PIC 9(6)V99 VALUE ZERO.

001830*----------------------------------------------------------------
001840* BACK-DATED CHANGES - ONE ENTRY PER CHANGE.  THE RATE FIELDS
001850* CARRY THE ANNUAL SALARY FOR A SALARIED CHANGE AND THE HOURLY
001860* RATE FOR AN HOURLY ONE, THE SAME AS PHIST-PAY-RATE.  THE THRU
001870* DATE IS THE DATE THE CHANGE WAS APPLIED (ALL NINES FOR A
001880* REQUEST) - A PAYMENT ON OR AFTER IT WAS ALREADY AT THE NEW
001890* RATE.  AN EMPLOYEE WITH SEVERAL CHANGES HAS EACH PAYMENT
001900* PRICED AT THE LATEST CHANGE EFFECTIVE BY ITS PAY DATE.
001910*----------------------------------------------------------------
001920 01  WS-CHG-COUNT             PIC 9(04) COMP VALUE ZERO.
001930 01  WS-CHG-TABLE.
001940     05  WS-CHG-ENTRY OCCURS 500 TIMES
001950                            INDEXED BY WS-CHG-IDX WS-CHG-IDX2.
001960         10  WS-CHG-EMP-ID    PIC X(10).
001970         10  WS-CHG-EFF-DATE  PIC 9(08).
001980         10  WS-CHG-THRU-DATE PIC 9(08).
001990         10  WS-CHG-PAY-TYPE  PIC X(01).
002000         10  WS-CHG-OLD-RATE  PIC 9(6)V99.
002010         10  WS-CHG-NEW-RATE  PIC 9(6)V99.
002020         10  WS-CHG-SOURCE    PIC X(01).
002030             88  CHG-FROM-AUDIT        VALUE "A".
002040             88  CHG-FROM-REQUEST      VALUE "R".
002050 01  WS-APPLY-IDX             PIC 9(04) COMP VALUE ZERO.
002060 01  WS-APPLY-EFF-DATE        PIC 9(08) VALUE ZERO.

002070*----------------------------------------------------------------
002080* CHECK NUMBERS VOIDED FOR THE EMPLOYEE BEING PRICED - A VOIDED
002090* CHECK IS NOT RE-PRICED (ITS REISSUE, IF ANY, WAS AN OFF-CYCLE
002100* PAYMENT AND IS LEFT TO THE REVIEWER).
002110*----------------------------------------------------------------
002120 01  WS-VOID-COUNT            PIC 9(04) COMP VALUE ZERO.
002130 01  WS-VOID-TABLE.
002140     05  WS-VOID-INSTRUMENT   PIC X(15)
002150                              OCCURS 100 TIMES
002160                              INDEXED BY WS-VOID-IDX.

002170*----------------------------------------------------------------
002180* PRICING WORK AREAS
002190*----------------------------------------------------------------
002200 01  WS-CUR-EMP-ID            PIC X(10) VALUE SPACES.
002210 01  WS-CUR-EMP-NAME          PIC X(30) VALUE SPACES.
002220 01  WS-MIN-EFF-DATE          PIC 9(08) VALUE ZERO.
002230 01  WS-PAID-RATE             PIC 9(6)V99 VALUE ZERO.
002240 01  WS-REPRICED-GROSS        PIC S9(8)V99 VALUE ZERO.
002250 01  WS-RETRO-AMT             PIC S9(8)V99 VALUE ZERO.
002260 01  WS-EMP-RETRO             PIC S9(8)V99 VALUE ZERO.
002270 01  WS-EMP-PERIODS           PIC 9(04) VALUE ZERO.
002280 01  WS-PRICE-NOTE            PIC X(60) VALUE SPACES.
002290 01  WS-RUN-DATE              PIC X(08) VALUE SPACES.

002300*----------------------------------------------------------------
002310* RUN TOTALS
002320*----------------------------------------------------------------
002330 01  WS-AUDIT-CHG-COUNT       PIC 9(06) VALUE ZERO.
002340 01  WS-REQ-CHG-COUNT         PIC 9(06) VALUE ZERO.
002350 01  WS-REQ-REJECT-COUNT      PIC 9(06) VALUE ZERO.
002360 01  WS-EMP-COUNT             PIC 9(06) VALUE ZERO.
002370 01  WS-PRICED-COUNT          PIC 9(06) VALUE ZERO.
002380 01  WS-FLAGGED-COUNT         PIC 9(06) VALUE ZERO.
002390 01  WS-ADJ-COUNT             PIC 9(06) VALUE ZERO.
002400 01  WS-TOTAL-RETRO           PIC S9(10)V99 VALUE ZERO.
002410 01  WS-TOTAL-ADJ             PIC S9(10)V99 VALUE ZERO.

002420*----------------------------------------------------------------
002430* WORKSHEET LINES
002440*----------------------------------------------------------------
002450 01  WS-RPT-LINE              PIC X(132).
002460 01  WS-DETAIL-LINE.
002470     05  FILLER               PIC X(02) VALUE SPACES.
002480     05  DET-PERIOD           PIC X(08).
002490     05  FILLER               PIC X(02) VALUE SPACES.
002500     05  DET-PAY-DATE         PIC 9(08).
002510     05  FILLER               PIC X(02) VALUE SPACES.
002520     05  DET-REG-HOURS        PIC ZZ9.99.
002530     05  FILLER               PIC X(02) VALUE SPACES.
002540     05  DET-OT-HOURS         PIC ZZ9.99.
002550     05  FILLER               PIC X(02) VALUE SPACES.
002560     05  DET-PTO-HOURS        PIC ZZ9.99.
002570     05  FILLER               PIC X(02) VALUE SPACES.
002580     05  DET-PAID-RATE        PIC ZZZ,ZZ9.99.
002590     05  FILLER               PIC X(02) VALUE SPACES.
002600     05  DET-NEW-RATE         PIC ZZZ,ZZ9.99.
002610     05  FILLER               PIC X(02) VALUE SPACES.
002620     05  DET-PAID-GROSS       PIC ZZ,ZZZ,ZZ9.99-.
002630     05  FILLER               PIC X(02) VALUE SPACES.
002640     05  DET-NEW-GROSS        PIC ZZ,ZZZ,ZZ9.99-.
002650     05  FILLER               PIC X(02) VALUE SPACES.
002660     05  DET-RETRO            PIC ZZ,ZZZ,ZZ9.99-.
002670     05  FILLER               PIC X(14) VALUE SPACES.
002680 01  WS-NOTE-LINE.
002690     05  FILLER               PIC X(02) VALUE SPACES.
002700     05  NOTE-PERIOD          PIC X(08).
002710     05  FILLER               PIC X(02) VALUE SPACES.
002720     05  NOTE-PAY-DATE        PIC 9(08).
002730     05  FILLER               PIC X(04) VALUE SPACES.
002740     05  NOTE-TEXT            PIC X(60).
002750     05  FILLER               PIC X(48) VALUE SPACES.
002760 01  WS-AMT-ED                PIC ZZ,ZZZ,ZZ9.99-.
002770 01  WS-RATE-ED               PIC ZZZ,ZZ9.99.
002780 01  WS-RATE-ED-2             PIC ZZZ,ZZ9.99.
002790 01  WS-CNT-ED                PIC ZZZ,ZZ9.
002800 01  WS-RATE-LABEL            PIC X(11) VALUE SPACES.

002810 PROCEDURE DIVISION.
002820*----------------------------------------------------------------
002830 0000-MAINLINE.
002840*----------------------------------------------------------------
002850     PERFORM 1000-INITIALIZE
002860     PERFORM 2000-PROC-CHANGE THRU 2000-PROC-CHANGE-EXIT
002870         VARYING WS-CHG-IDX FROM 1 BY 1
002880         UNTIL WS-CHG-IDX > WS-CHG-COUNT
002890     PERFORM 9000-TERMINATE
002900     STOP RUN.

002910*----------------------------------------------------------------
002920 1000-INITIALIZE.
002930*----------------------------------------------------------------
002940     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
002950     PERFORM 1100-READ-RETRO-PARM
002960     OPEN INPUT PAYHIST-FILE
002970     IF NOT PHIST-OK
002980         DISPLAY "ERROR OPENING PAYHIST - STATUS "
002990             WS-PHIST-STATUS
003000         MOVE 8 TO RETURN-CODE
003010         STOP RUN
003020     END-IF
003030     OPEN INPUT EMP-FILE
003040     IF NOT EMP-FILE-OK
003050         DISPLAY "ERROR OPENING EMPLOYEES.IN - STATUS "
003060             WS-EMP-STATUS
003070         CLOSE PAYHIST-FILE
003080         MOVE 8 TO RETURN-CODE
003090         STOP RUN
003100     END-IF
003110     OPEN OUTPUT WORKSHEET-FILE
003120                 ADJUST-OUT-FILE
003130     MOVE SPACES TO WS-RPT-LINE
003140     STRING "RETROACTIVE PAY WORKSHEET - RUN " WS-RUN-DATE
003150         " - EMPAUDIT CHANGES APPLIED SINCE " RP-SINCE-DATE-X
003160         DELIMITED BY SIZE INTO WS-RPT-LINE
003170     WRITE WORKSHEET-RECORD FROM WS-RPT-LINE
003180     PERFORM 1300-LOAD-AUDIT-CHANGES
003190     PERFORM 1400-LOAD-REQUESTS.

003200*----------------------------------------------------------------
003210 1100-READ-RETRO-PARM.
003220*----------------------------------------------------------------
003230*    THE RETROPAY JOB ECHOES THE SINCE DATE INTO RETROPARM.DAT.
003240*    A MISSING OR NONNUMERIC DATE IS AN OPERATOR ERROR - GUESSING
003250*    COULD PAY A CHANGE A SECOND TIME.
003260     OPEN INPUT PARM-FILE
003270     IF NOT PARM-FILE-OK
003280         DISPLAY "ERROR OPENING RETROPARM.DAT - STATUS "
003290             WS-PARM-STATUS
003300         MOVE 8 TO RETURN-CODE
003310         STOP RUN
003320     END-IF
003330     MOVE SPACES TO WS-PARM-DETAIL
003340     PERFORM 1110-READ-PARM-LINE THRU 1110-READ-PARM-LINE-EXIT
003350         UNTIL END-OF-PARM-FILE
003360     CLOSE PARM-FILE
003370     IF RP-SINCE-DATE-X IS NOT NUMERIC
003380         DISPLAY "RETROPARM.DAT DOES NOT CARRY A VALID "
003390             "YYYYMMDD - NOTHING PRICED"
003400         MOVE 8 TO RETURN-CODE
003410         STOP RUN
003420     END-IF.

003430*----------------------------------------------------------------
003440 1110-READ-PARM-LINE.
003450*----------------------------------------------------------------
003460     READ PARM-FILE INTO PARM-RECORD
003470         AT END
003480             MOVE "Y" TO WS-PARM-EOF-SW
003490         NOT AT END
003500             MOVE PARM-RECORD TO WS-PARM-DETAIL
003510     END-READ.
003520 1110-READ-PARM-LINE-EXIT.
003530     EXIT.

003540*----------------------------------------------------------------
003550 1300-LOAD-AUDIT-CHANGES.
003560*----------------------------------------------------------------
003570*    A SITE WITH NO EMPAUDIT YET SIMPLY HAS NO AUDIT CHANGES.
003580     OPEN INPUT AUDIT-FILE
003590     IF AUDIT-FILE-OK
003600         PERFORM 1310-READ-AUDIT-RECORD
003610             THRU 1310-READ-AUDIT-RECORD-EXIT
003620             UNTIL END-OF-AUDIT-FILE
003630         CLOSE AUDIT-FILE
003640     END-IF.

003650*----------------------------------------------------------------
003660 1310-READ-AUDIT-RECORD.
003670*----------------------------------------------------------------
003680*    ONLY A "C" CHANGE CARRYING AN EFFECTIVE DATE EARLIER THAN
003690*    THE DATE IT WAS APPLIED IS BACK-DATED.
003700     READ AUDIT-FILE INTO WS-AUDIT-DETAIL
003710         AT END
003720             MOVE "Y" TO WS-AUD-EOF-SW
003730     END-READ
003740     IF NOT END-OF-AUDIT-FILE
003750         IF AUD-TRAN-CODE = "C"
003760                 AND AUD-RUN-DATE-X IS NUMERIC
003770                 AND AUD-EFF-DATE-X IS NUMERIC
003780                 AND AUD-RUN-DATE NOT < RP-SINCE-DATE
003790                 AND AUD-EFF-DATE < AUD-RUN-DATE
003800             PERFORM 1320-STORE-AUDIT-CHANGE
003810         END-IF
003820     END-IF.
003830 1310-READ-AUDIT-RECORD-EXIT.
003840     EXIT.

003850*----------------------------------------------------------------
003860 1320-STORE-AUDIT-CHANGE.
003870*----------------------------------------------------------------
003880*    A PAY TYPE SWITCH (SALARIED TO HOURLY OR BACK) IS NOT A RATE
003890*    CHANGE AND IS NOT RE-PRICED; NEITHER IS A CHANGE THAT LEFT
003900*    THE SALARY OR RATE ALONE.
003910     MOVE AUD-BEFORE-IMAGE TO EMP-RECORD
003920     MOVE EMP-PAY-TYPE TO WS-OLD-PAY-TYPE
003930     MOVE ZERO TO WS-OLD-RATE
003940                  WS-NEW-RATE
003950     IF EMP-HOURLY
003960         IF EMP-HOURLY-RATE-X IS NUMERIC
003970             MOVE EMP-HOURLY-RATE TO WS-OLD-RATE
003980         END-IF
003990     ELSE
004000         IF EMP-SALARY-X IS NUMERIC
004010             MOVE EMP-SALARY TO WS-OLD-RATE
004020         END-IF
004030     END-IF
004040     MOVE AUD-AFTER-IMAGE TO EMP-RECORD
004050     IF EMP-HOURLY
004060         IF EMP-HOURLY-RATE-X IS NUMERIC
004070             MOVE EMP-HOURLY-RATE TO WS-NEW-RATE
004080         END-IF
004090     ELSE
004100         IF EMP-SALARY-X IS NUMERIC
004110             MOVE EMP-SALARY TO WS-NEW-RATE
004120         END-IF
004130     END-IF
004140     IF (EMP-HOURLY AND WS-OLD-PAY-TYPE = "H")
004150             OR (NOT EMP-HOURLY AND WS-OLD-PAY-TYPE NOT = "H")
004160         IF WS-NEW-RATE NOT = WS-OLD-RATE AND WS-NEW-RATE > ZERO
004170             PERFORM 1330-ADD-CHANGE-ENTRY
004180             IF NOT CHG-TABLE-OVERFLOWED
004190                 MOVE AUD-EFF-DATE TO WS-CHG-EFF-DATE (WS-CHG-IDX)
004200                 MOVE AUD-RUN-DATE
004210                     TO WS-CHG-THRU-DATE (WS-CHG-IDX)
004220                 MOVE "A" TO WS-CHG-SOURCE (WS-CHG-IDX)
004230                 ADD 1 TO WS-AUDIT-CHG-COUNT
004240             END-IF
004250         END-IF
004260     END-IF.

004270*----------------------------------------------------------------
004280 1330-ADD-CHANGE-ENTRY.
004290*----------------------------------------------------------------
004300*    COMMON TO BOTH SOURCES - CLAIMS THE NEXT TABLE ENTRY FOR THE
004310*    EMPLOYEE AND RATES NOW IN EMP-RECORD/WS-OLD-RATE/WS-NEW-RATE
004320*    AND LEAVES WS-CHG-IDX ON IT.
004330     IF WS-CHG-COUNT < 500
004340         ADD 1 TO WS-CHG-COUNT
004350         SET WS-CHG-IDX TO WS-CHG-COUNT
004360         MOVE EMP-ID      TO WS-CHG-EMP-ID (WS-CHG-IDX)
004370         IF EMP-HOURLY
004380             MOVE "H"     TO WS-CHG-PAY-TYPE (WS-CHG-IDX)
004390         ELSE
004400             MOVE "S"     TO WS-CHG-PAY-TYPE (WS-CHG-IDX)
004410         END-IF
004420         MOVE WS-OLD-RATE TO WS-CHG-OLD-RATE (WS-CHG-IDX)
004430         MOVE WS-NEW-RATE TO WS-CHG-NEW-RATE (WS-CHG-IDX)
004440     ELSE
004450         MOVE "Y" TO WS-CHG-OVFL-SW
004460         DISPLAY "RETRO CHANGE TABLE FULL - CHANGE DROPPED FOR "
004470             EMP-ID
004480     END-IF.

004490*----------------------------------------------------------------
004500 1400-LOAD-REQUESTS.
004510*----------------------------------------------------------------
004520*    RETROREQ.IN IS OPTIONAL - MOST RUNS WORK FROM EMPAUDIT ALONE.
004530     OPEN INPUT REQUEST-FILE
004540     IF REQ-FILE-OK
004550         PERFORM 1410-READ-REQUEST THRU 1410-READ-REQUEST-EXIT
004560             UNTIL END-OF-REQUEST-FILE
004570         CLOSE REQUEST-FILE
004580     END-IF.

004590*----------------------------------------------------------------
004600 1410-READ-REQUEST.
004610*----------------------------------------------------------------
004620     READ REQUEST-FILE
004630         AT END
004640             MOVE "Y" TO WS-REQ-EOF-SW
004650     END-READ
004660     IF NOT END-OF-REQUEST-FILE
004670         PERFORM 1420-STORE-REQUEST
004680     END-IF.
004690 1410-READ-REQUEST-EXIT.
004700     EXIT.

004710*----------------------------------------------------------------
004720 1420-STORE-REQUEST.
004730*----------------------------------------------------------------
004740*    EXACTLY ONE OF THE NEW SALARY AND THE NEW RATE MUST BE GIVEN.
004750*    A REJECTED REQUEST IS LISTED AT THE TOP OF THE WORKSHEET.
004760     MOVE SPACES TO WS-PRICE-NOTE
004770     MOVE ZERO TO WS-OLD-RATE
004780                  WS-NEW-RATE
004790     MOVE SPACES TO EMP-RECORD
004800     MOVE REQ-EMP-ID TO EMP-ID
004810     EVALUATE TRUE
004820         WHEN REQ-EMP-ID = SPACES
004830             MOVE "BLANK EMPLOYEE ID" TO WS-PRICE-NOTE
004840         WHEN REQ-EFF-DATE-X IS NOT NUMERIC
004850             MOVE "NONNUMERIC EFFECTIVE DATE" TO WS-PRICE-NOTE
004860         WHEN REQ-NEW-SALARY-X IS NUMERIC
004870                 AND REQ-NEW-RATE-X IS NUMERIC
004880             MOVE "BOTH NEW SALARY AND NEW RATE GIVEN"
004890                 TO WS-PRICE-NOTE
004900         WHEN REQ-NEW-SALARY-X IS NUMERIC
004910             MOVE "S" TO EMP-PAY-TYPE
004920             MOVE REQ-NEW-SALARY TO WS-NEW-RATE
004930             IF REQ-OLD-SALARY-X IS NUMERIC
004940                 MOVE REQ-OLD-SALARY TO WS-OLD-RATE
004950             END-IF
004960         WHEN REQ-NEW-RATE-X IS NUMERIC
004970             MOVE "H" TO EMP-PAY-TYPE
004980             MOVE REQ-NEW-RATE TO WS-NEW-RATE
004990             IF REQ-OLD-RATE-X IS NUMERIC
005000                 MOVE REQ-OLD-RATE TO WS-OLD-RATE
005010             END-IF
005020         WHEN OTHER
005030             MOVE "NO NEW SALARY OR RATE GIVEN" TO WS-PRICE-NOTE
005040     END-EVALUATE
005050     IF WS-PRICE-NOTE = SPACES AND WS-NEW-RATE = ZERO
005060         MOVE "ZERO NEW SALARY OR RATE" TO WS-PRICE-NOTE
005070     END-IF
005080     IF WS-PRICE-NOTE = SPACES
005090         PERFORM 1330-ADD-CHANGE-ENTRY
005100         IF NOT CHG-TABLE-OVERFLOWED
005110             MOVE REQ-EFF-DATE TO WS-CHG-EFF-DATE (WS-CHG-IDX)
005120             MOVE 99999999     TO WS-CHG-THRU-DATE (WS-CHG-IDX)
005130             MOVE "R"          TO WS-CHG-SOURCE (WS-CHG-IDX)
005140             ADD 1 TO WS-REQ-CHG-COUNT
005150         END-IF
005160     ELSE
005170         ADD 1 TO WS-REQ-REJECT-COUNT
005180         MOVE SPACES TO WS-RPT-LINE
005190         STRING "REQUEST REJECTED FOR " REQ-EMP-ID " - "
005200             WS-PRICE-NOTE
005210             DELIMITED BY SIZE INTO WS-RPT-LINE
005220         WRITE WORKSHEET-RECORD FROM WS-RPT-LINE
005230     END-IF.

005240*----------------------------------------------------------------
005250 2000-PROC-CHANGE.
005260*----------------------------------------------------------------
005270*    THE TABLE IS IN LOAD ORDER, NOT EMPLOYEE ORDER - AN EMPLOYEE
005280*    IS PRICED ONCE, AT THE FIRST OF THEIR CHANGES, AGAINST ALL OF
005290*    THEM.
005300     MOVE "N" TO WS-EMP-DONE-SW
005310     PERFORM 2010-CHECK-EARLIER-CHANGE
005320         THRU 2010-CHECK-EARLIER-CHANGE-EXIT
005330         VARYING WS-CHG-IDX2 FROM 1 BY 1
005340         UNTIL WS-CHG-IDX2 NOT < WS-CHG-IDX OR EMP-ALREADY-DONE
005350     IF NOT EMP-ALREADY-DONE
005360         PERFORM 2100-PROC-EMPLOYEE
005370     END-IF.
005380 2000-PROC-CHANGE-EXIT.
005390     EXIT.

005400*----------------------------------------------------------------
005410 2010-CHECK-EARLIER-CHANGE.
005420*----------------------------------------------------------------
005430     IF WS-CHG-EMP-ID (WS-CHG-IDX2) = WS-CHG-EMP-ID (WS-CHG-IDX)
005440         MOVE "Y" TO WS-EMP-DONE-SW
005450     END-IF.
005460 2010-CHECK-EARLIER-CHANGE-EXIT.
005470     EXIT.

005480*----------------------------------------------------------------
005490 2100-PROC-EMPLOYEE.
005500*----------------------------------------------------------------
005510     MOVE WS-CHG-EMP-ID (WS-CHG-IDX) TO WS-CUR-EMP-ID
005520     MOVE WS-CUR-EMP-ID TO EMP-ID
005530     READ EMP-FILE
005540         INVALID KEY
005550             MOVE "** NOT ON EMPLOYEE MASTER **"
005560                 TO WS-CUR-EMP-NAME
005570         NOT INVALID KEY
005580             MOVE EMP-NAME TO WS-CUR-EMP-NAME
005590     END-READ
005600     ADD 1 TO WS-EMP-COUNT
005610     MOVE ZERO TO WS-EMP-RETRO
005620                  WS-EMP-PERIODS
005630     MOVE 99999999 TO WS-MIN-EFF-DATE
005640     MOVE SPACES TO WS-RPT-LINE
005650     WRITE WORKSHEET-RECORD FROM WS-RPT-LINE
005660     STRING "EMPLOYEE " WS-CUR-EMP-ID "  " WS-CUR-EMP-NAME
005670         DELIMITED BY SIZE INTO WS-RPT-LINE
005680     WRITE WORKSHEET-RECORD FROM WS-RPT-LINE
005690     PERFORM 2110-WRITE-CHANGE-LINE
005700         THRU 2110-WRITE-CHANGE-LINE-EXIT
005710         VARYING WS-CHG-IDX2 FROM 1 BY 1
005720         UNTIL WS-CHG-IDX2 > WS-CHG-COUNT
005730     MOVE SPACES TO WS-RPT-LINE
005740     STRING "  PERIOD    PAY DATE     REG     OVT     PTO"
005750         "   RATE PAID    NEW RATE     PAID GROSS"
005760         "        REPRICED           RETRO"
005770         DELIMITED BY SIZE INTO WS-RPT-LINE
005780     WRITE WORKSHEET-RECORD FROM WS-RPT-LINE
005790*    FIRST PASS - THE CHECKS VOIDED FOR THE EMPLOYEE.  SECOND
005800*    PASS - PRICE EVERY REGULAR PAYMENT FROM THE EARLIEST
005810*    EFFECTIVE DATE ON.
005820     MOVE ZERO TO WS-VOID-COUNT
005830     PERFORM 2150-START-EMP-HISTORY
005840     PERFORM 2200-COLLECT-VOID THRU 2200-COLLECT-VOID-EXIT
005850         UNTIL END-OF-EMP-HISTORY
005860     PERFORM 2150-START-EMP-HISTORY
005870     PERFORM 2300-PRICE-HISTORY THRU 2300-PRICE-HISTORY-EXIT
005880         UNTIL END-OF-EMP-HISTORY
005890     PERFORM 2400-CLOSE-EMPLOYEE.

005900*----------------------------------------------------------------
005910 2110-WRITE-CHANGE-LINE.
005920*----------------------------------------------------------------
005930     IF WS-CHG-EMP-ID (WS-CHG-IDX2) = WS-CUR-EMP-ID
005940         IF WS-CHG-EFF-DATE (WS-CHG-IDX2) < WS-MIN-EFF-DATE
005950             MOVE WS-CHG-EFF-DATE (WS-CHG-IDX2) TO WS-MIN-EFF-DATE
005960         END-IF
005970         IF WS-CHG-PAY-TYPE (WS-CHG-IDX2) = "H"
005980             MOVE "HOURLY RATE" TO WS-RATE-LABEL
005990         ELSE
006000             MOVE "SALARY"      TO WS-RATE-LABEL
006010         END-IF
006020         MOVE WS-CHG-OLD-RATE (WS-CHG-IDX2) TO WS-RATE-ED
006030         MOVE WS-CHG-NEW-RATE (WS-CHG-IDX2) TO WS-RATE-ED-2
006040         MOVE SPACES TO WS-RPT-LINE
006050         IF CHG-FROM-AUDIT (WS-CHG-IDX2)
006060             STRING "  CHANGE EFFECTIVE "
006070                 WS-CHG-EFF-DATE (WS-CHG-IDX2)
006080                 "  " WS-RATE-LABEL " " WS-RATE-ED " TO "
006090                 WS-RATE-ED-2 "  (EMPAUDIT, APPLIED "
006100                 WS-CHG-THRU-DATE (WS-CHG-IDX2) ")"
006110                 DELIMITED BY SIZE INTO WS-RPT-LINE
006120         ELSE
006130             STRING "  CHANGE EFFECTIVE "
006140                 WS-CHG-EFF-DATE (WS-CHG-IDX2)
006150                 "  " WS-RATE-LABEL " " WS-RATE-ED " TO "
006160                 WS-RATE-ED-2 "  (RETRO REQUEST)"
006170                 DELIMITED BY SIZE INTO WS-RPT-LINE
006180         END-IF
006190         WRITE WORKSHEET-RECORD FROM WS-RPT-LINE
006200     END-IF.
006210 2110-WRITE-CHANGE-LINE-EXIT.
006220     EXIT.

006230*----------------------------------------------------------------
006240 2150-START-EMP-HISTORY.
006250*----------------------------------------------------------------
006260*    THE KEY IS EMP-ID/PERIOD/SEQUENCE, SO LOW-VALUES PAST THE ID
006270*    STARTS AT THE EMPLOYEE'S EARLIEST PERIOD ON FILE.
006280     MOVE "N" TO WS-HIST-EOF-SW
006290     MOVE LOW-VALUES TO PHIST-KEY
006300     MOVE WS-CUR-EMP-ID TO PHIST-EMP-ID
006310     START PAYHIST-FILE KEY IS NOT LESS THAN PHIST-KEY
006320         INVALID KEY
006330             MOVE "Y" TO WS-HIST-EOF-SW
006340     END-START
006350     IF NOT END-OF-EMP-HISTORY
006360         PERFORM 2160-READ-EMP-HISTORY
006370     END-IF.

006380*----------------------------------------------------------------
006390 2160-READ-EMP-HISTORY.
006400*----------------------------------------------------------------
006410     READ PAYHIST-FILE NEXT RECORD
006420         AT END
006430             MOVE "Y" TO WS-HIST-EOF-SW
006440     END-READ
006450     IF NOT END-OF-EMP-HISTORY
006460         IF PHIST-EMP-ID NOT = WS-CUR-EMP-ID
006470             MOVE "Y" TO WS-HIST-EOF-SW
006480         END-IF
006490     END-IF.

006500*----------------------------------------------------------------
006510 2200-COLLECT-VOID.
006520*----------------------------------------------------------------
006530     IF PHIST-VOID
006540         IF WS-VOID-COUNT < 100
006550             ADD 1 TO WS-VOID-COUNT
006560             SET WS-VOID-IDX TO WS-VOID-COUNT
006570             MOVE PHIST-INSTRUMENT
006580                 TO WS-VOID-INSTRUMENT (WS-VOID-IDX)
006590         ELSE
006600             MOVE "Y" TO WS-VOID-OVFL-SW
006610         END-IF
006620     END-IF
006630     PERFORM 2160-READ-EMP-HISTORY.
006640 2200-COLLECT-VOID-EXIT.
006650     EXIT.

006660*----------------------------------------------------------------
006670 2300-PRICE-HISTORY.
006680*----------------------------------------------------------------
006690*    ONLY REGULAR PERIOD CHECKS ARE RE-PRICED.  A RECORD FROM
006700*    BEFORE PAYHIST CARRIED THE EARNINGS CODE IS TAKEN AS REGULAR
006710*    UNLESS IT WAS WRITTEN IN AN OFF-CYCLE PERIOD (P90-P99).
006720     IF NOT PHIST-VOID
006730             AND PHIST-PAY-DATE IS NUMERIC
006740             AND PHIST-PAY-DATE NOT < WS-MIN-EFF-DATE
006750         IF PHIST-EARN-CODE = "REG "
006760                 OR (PHIST-EARN-CODE = SPACES
006770                     AND PHIST-PERIOD-ID (7:1) NOT = "9")
006780             PERFORM 2310-PRICE-PAYMENT
006790         END-IF
006800     END-IF
006810     PERFORM 2160-READ-EMP-HISTORY.
006820 2300-PRICE-HISTORY-EXIT.
006830     EXIT.

006840*----------------------------------------------------------------
006850 2310-PRICE-PAYMENT.
006860*----------------------------------------------------------------
006870*    A PAYMENT CARRYING ITS PAY BASIS IS RE-PRICED FROM THE RATE
006880*    AND HOURS IT WAS ACTUALLY PAID AT, AND ONE ALREADY PAID AT
006890*    THE NEW RATE IS PASSED OVER.  AN OLDER PAYMENT WITHOUT THE
006900*    BASIS FALLS BACK TO THE CHANGE'S OLD FIGURE AND ITS APPLIED
006910*    DATE; AN HOURLY ONE CANNOT BE PRICED WITHOUT ITS HOURS.
006920*    ANYTHING THAT CANNOT BE PRICED IS FLAGGED FOR THE REVIEWER.
006930     PERFORM 2320-FIND-APPLICABLE-CHANGE
006940     PERFORM 2330-CHECK-VOIDED-CHECK
006950     MOVE "N" TO WS-BASIS-SW
006960     IF PHIST-PAY-RATE IS NUMERIC
006970         IF PHIST-SALARIED
006980             MOVE "Y" TO WS-BASIS-SW
006990         END-IF
007000         IF PHIST-HOURLY AND PHIST-REG-HOURS IS NUMERIC
007010                 AND PHIST-OT-HOURS IS NUMERIC
007020                 AND PHIST-PTO-HOURS IS NUMERIC
007030             MOVE "Y" TO WS-BASIS-SW
007040         END-IF
007050     END-IF
007060     MOVE SPACES TO WS-PRICE-NOTE
007070     MOVE "P" TO WS-PRICE-SW
007080     EVALUATE TRUE
007090         WHEN NOT CHANGE-APPLIES
007100             MOVE "N" TO WS-PRICE-SW
007110         WHEN CHECK-WAS-VOIDED
007120             MOVE "F" TO WS-PRICE-SW
007130             MOVE "CHECK WAS VOIDED - NOT RE-PRICED"
007140                 TO WS-PRICE-NOTE
007150         WHEN PAY-BASIS-ON-FILE
007160                 AND PHIST-PAY-TYPE NOT =
007170                     WS-CHG-PAY-TYPE (WS-APPLY-IDX)
007180             MOVE "F" TO WS-PRICE-SW
007190             MOVE "PAID UNDER THE OTHER PAY TYPE - NOT RE-PRICED"
007200                 TO WS-PRICE-NOTE
007210         WHEN PAY-BASIS-ON-FILE
007220                 AND PHIST-PAY-RATE =
007230                     WS-CHG-NEW-RATE (WS-APPLY-IDX)
007240             MOVE "N" TO WS-PRICE-SW
007250         WHEN PAY-BASIS-ON-FILE AND PHIST-PAY-RATE = ZERO
007260             MOVE "F" TO WS-PRICE-SW
007270             MOVE "NO RATE PAID ON PAYHIST - PRICE BY HAND"
007280                 TO WS-PRICE-NOTE
007290         WHEN PAY-BASIS-ON-FILE
007300             MOVE PHIST-PAY-RATE TO WS-PAID-RATE
007310         WHEN PHIST-PAY-DATE NOT <
007320                 WS-CHG-THRU-DATE (WS-APPLY-IDX)
007330             MOVE "N" TO WS-PRICE-SW
007340         WHEN WS-CHG-PAY-TYPE (WS-APPLY-IDX) = "H"
007350             MOVE "F" TO WS-PRICE-SW
007360             MOVE "NO HOURS ON PAYHIST - PRICE BY HAND"
007370                 TO WS-PRICE-NOTE
007380         WHEN WS-CHG-OLD-RATE (WS-APPLY-IDX) = ZERO
007390             MOVE "F" TO WS-PRICE-SW
007400             MOVE "NO PRIOR SALARY ON FILE - PRICE BY HAND"
007410                 TO WS-PRICE-NOTE
007420         WHEN WS-CHG-OLD-RATE (WS-APPLY-IDX) =
007430                 WS-CHG-NEW-RATE (WS-APPLY-IDX)
007440             MOVE "N" TO WS-PRICE-SW
007450         WHEN OTHER
007460             MOVE WS-CHG-OLD-RATE (WS-APPLY-IDX) TO WS-PAID-RATE
007470     END-EVALUATE
007480     EVALUATE TRUE
007490         WHEN PRICE-THIS-PAYMENT
007500             PERFORM 2340-REPRICE-PAYMENT
007510         WHEN FLAG-THIS-PAYMENT
007520             PERFORM 2350-WRITE-NOTE-LINE
007530     END-EVALUATE.

007540*----------------------------------------------------------------
007550 2320-FIND-APPLICABLE-CHANGE.
007560*----------------------------------------------------------------
007570*    THE LATEST OF THE EMPLOYEE'S CHANGES EFFECTIVE BY THE PAY
007580*    DATE - ON A TIE, THE ONE LOADED LAST.
007590     MOVE "N" TO WS-CHG-FOUND-SW
007600     MOVE ZERO TO WS-APPLY-IDX
007610                  WS-APPLY-EFF-DATE
007620     PERFORM 2325-TEST-CHANGE-ENTRY
007630         THRU 2325-TEST-CHANGE-ENTRY-EXIT
007640         VARYING WS-CHG-IDX2 FROM 1 BY 1
007650         UNTIL WS-CHG-IDX2 > WS-CHG-COUNT.

007660*----------------------------------------------------------------
007670 2325-TEST-CHANGE-ENTRY.
007680*----------------------------------------------------------------
007690     IF WS-CHG-EMP-ID (WS-CHG-IDX2) = WS-CUR-EMP-ID
007700             AND WS-CHG-EFF-DATE (WS-CHG-IDX2)
007710                 NOT > PHIST-PAY-DATE
007720             AND WS-CHG-EFF-DATE (WS-CHG-IDX2)
007730                 NOT < WS-APPLY-EFF-DATE
007740         MOVE "Y" TO WS-CHG-FOUND-SW
007750         SET WS-APPLY-IDX TO WS-CHG-IDX2
007760         MOVE WS-CHG-EFF-DATE (WS-CHG-IDX2) TO WS-APPLY-EFF-DATE
007770     END-IF.
007780 2325-TEST-CHANGE-ENTRY-EXIT.
007790     EXIT.

007800*----------------------------------------------------------------
007810 2330-CHECK-VOIDED-CHECK.
007820*----------------------------------------------------------------
007830*    A DEPOSIT'S INSTRUMENT IS ITS ROUTING NUMBER, NOT A UNIQUE
007840*    REFERENCE, SO ONLY A CHECK CAN BE MATCHED TO ITS VOID.  A
007850*    VOIDED DEPOSIT IS CAUGHT BY THE VOID NOTE AT THE END OF THE
007860*    EMPLOYEE'S SECTION.
007870     MOVE "N" TO WS-VOIDED-SW
007880     IF PHIST-BY-CHECK
007890         PERFORM 2335-MATCH-VOID THRU 2335-MATCH-VOID-EXIT
007900             VARYING WS-VOID-IDX FROM 1 BY 1
007910             UNTIL WS-VOID-IDX > WS-VOID-COUNT OR CHECK-WAS-VOIDED
007920     END-IF.

007930*----------------------------------------------------------------
007940 2335-MATCH-VOID.
007950*----------------------------------------------------------------
007960     IF WS-VOID-INSTRUMENT (WS-VOID-IDX) = PHIST-INSTRUMENT
007970         MOVE "Y" TO WS-VOIDED-SW
007980     END-IF.
007990 2335-MATCH-VOID-EXIT.
008000     EXIT.

008010*----------------------------------------------------------------
008020 2340-REPRICE-PAYMENT.
008030*----------------------------------------------------------------
008040*    HOURLY - THE HOURS PAID AT THE NEW RATE, OVERTIME AT TIME-
008050*    AND-A-HALF AND PTO AT STRAIGHT TIME, EXACTLY AS PAYROLL-CALC
008060*    PRICES A TIMECARD.  SALARIED - THE GROSS PAID SCALED BY NEW
008070*    SALARY OVER SALARY PAID.
008080     MOVE SPACES TO WS-DETAIL-LINE
008090     IF WS-CHG-PAY-TYPE (WS-APPLY-IDX) = "H"
008100         COMPUTE WS-REPRICED-GROSS ROUNDED =
008110             (WS-CHG-NEW-RATE (WS-APPLY-IDX) * PHIST-REG-HOURS) +
008120             (WS-CHG-NEW-RATE (WS-APPLY-IDX) * 1.5
008130                 * PHIST-OT-HOURS)
008140             + (WS-CHG-NEW-RATE (WS-APPLY-IDX) * PHIST-PTO-HOURS)
008150         MOVE PHIST-REG-HOURS TO DET-REG-HOURS
008160         MOVE PHIST-OT-HOURS  TO DET-OT-HOURS
008170         MOVE PHIST-PTO-HOURS TO DET-PTO-HOURS
008180     ELSE
008190         COMPUTE WS-REPRICED-GROSS ROUNDED =
008200             PHIST-GROSS * WS-CHG-NEW-RATE (WS-APPLY-IDX)
008210                 / WS-PAID-RATE
008220     END-IF
008230     COMPUTE WS-RETRO-AMT = WS-REPRICED-GROSS - PHIST-GROSS
008240     MOVE PHIST-PERIOD-ID TO DET-PERIOD
008250     MOVE PHIST-PAY-DATE  TO DET-PAY-DATE
008260     MOVE WS-PAID-RATE    TO DET-PAID-RATE
008270     MOVE WS-CHG-NEW-RATE (WS-APPLY-IDX) TO DET-NEW-RATE
008280     MOVE PHIST-GROSS     TO DET-PAID-GROSS
008290     MOVE WS-REPRICED-GROSS TO DET-NEW-GROSS
008300     MOVE WS-RETRO-AMT    TO DET-RETRO
008310     WRITE WORKSHEET-RECORD FROM WS-DETAIL-LINE
008320     ADD WS-RETRO-AMT TO WS-EMP-RETRO
008330     ADD 1 TO WS-EMP-PERIODS
008340     ADD 1 TO WS-PRICED-COUNT.

008350*----------------------------------------------------------------
008360 2350-WRITE-NOTE-LINE.
008370*----------------------------------------------------------------
008380     MOVE PHIST-PERIOD-ID TO NOTE-PERIOD
008390     MOVE PHIST-PAY-DATE  TO NOTE-PAY-DATE
008400     MOVE WS-PRICE-NOTE   TO NOTE-TEXT
008410     WRITE WORKSHEET-RECORD FROM WS-NOTE-LINE
008420     ADD 1 TO WS-FLAGGED-COUNT.

008430*----------------------------------------------------------------
008440 2400-CLOSE-EMPLOYEE.
008450*----------------------------------------------------------------
008460*    ONE "P" RECORD PER EMPLOYEE FOR THE NET RETRO OWED, SO THE
008470*    OFFCYCLE RUN CUTS ONE SUPPLEMENTAL CHECK OR DEPOSIT.  A NET
008480*    OVERPAYMENT (A RATE DECREASE) CANNOT RIDE ON ADJUST.IN AND
008490*    IS LEFT FOR PAYROLL TO RECOVER.
008500     MOVE WS-EMP-RETRO TO WS-AMT-ED
008510     MOVE WS-EMP-PERIODS TO WS-CNT-ED
008520     MOVE SPACES TO WS-RPT-LINE
008530     STRING "  EMPLOYEE RETRO TOTAL - PERIODS RE-PRICED:"
008540         WS-CNT-ED
008550         "  RETRO DUE: " WS-AMT-ED
008560         DELIMITED BY SIZE INTO WS-RPT-LINE
008570     WRITE WORKSHEET-RECORD FROM WS-RPT-LINE
008580     ADD WS-EMP-RETRO TO WS-TOTAL-RETRO
008590     EVALUATE TRUE
008600         WHEN WS-EMP-RETRO > 999999.99
008610             MOVE SPACES TO WS-RPT-LINE
008620             STRING "  ** RETRO EXCEEDS ONE ADJUSTMENT RECORD - "
008630                 "NO ADJUST RECORD WRITTEN; SPLIT BY HAND **"
008640                 DELIMITED BY SIZE INTO WS-RPT-LINE
008650             WRITE WORKSHEET-RECORD FROM WS-RPT-LINE
008660         WHEN WS-EMP-RETRO > ZERO
008670             MOVE SPACES TO ADJUST-OUT-RECORD
008680             MOVE WS-CUR-EMP-ID TO ADJ-EMP-ID
008690             MOVE "P"           TO ADJ-TYPE
008700             MOVE "RETR"        TO ADJ-EARN-CODE
008710             MOVE WS-EMP-RETRO  TO ADJ-GROSS
008720             STRING "RETRO " WS-MIN-EFF-DATE
008730                 DELIMITED BY SIZE INTO ADJ-REF-NO
008740             WRITE ADJUST-OUT-RECORD
008750             ADD 1 TO WS-ADJ-COUNT
008760             ADD WS-EMP-RETRO TO WS-TOTAL-ADJ
008770         WHEN WS-EMP-RETRO < ZERO
008780             MOVE SPACES TO WS-RPT-LINE
008790             STRING "  ** NET OVERPAYMENT - NO ADJUST RECORD "
008800                 "WRITTEN; RECOVER THROUGH PAYROLL **"
008810                 DELIMITED BY SIZE INTO WS-RPT-LINE
008820             WRITE WORKSHEET-RECORD FROM WS-RPT-LINE
008830     END-EVALUATE
008840     IF WS-VOID-COUNT > ZERO
008850         MOVE SPACES TO WS-RPT-LINE
008860         STRING "  ** VOIDS ON PAYHIST FOR THIS EMPLOYEE - "
008870             "CONFIRM ANY REISSUE IS PRICED BEFORE APPROVAL **"
008880             DELIMITED BY SIZE INTO WS-RPT-LINE
008890         WRITE WORKSHEET-RECORD FROM WS-RPT-LINE
008900     END-IF.

008910*----------------------------------------------------------------
008920 9000-TERMINATE.
008930*----------------------------------------------------------------
008940     MOVE SPACES TO WS-RPT-LINE
008950     WRITE WORKSHEET-RECORD FROM WS-RPT-LINE
008960     IF WS-CHG-COUNT = ZERO
008970         MOVE "NO BACK-DATED PAY CHANGES FOUND - NOTHING TO PRICE"
008980             TO WS-RPT-LINE
008990         WRITE WORKSHEET-RECORD FROM WS-RPT-LINE
009000     END-IF
009010     MOVE WS-AUDIT-CHG-COUNT TO WS-CNT-ED
009020     MOVE SPACES TO WS-RPT-LINE
009030     STRING "CHANGES FROM EMPAUDIT:      " WS-CNT-ED
009040         DELIMITED BY SIZE INTO WS-RPT-LINE
009050     WRITE WORKSHEET-RECORD FROM WS-RPT-LINE
009060     MOVE WS-REQ-CHG-COUNT TO WS-CNT-ED
009070     MOVE SPACES TO WS-RPT-LINE
009080     STRING "CHANGES FROM RETROREQ.IN:   " WS-CNT-ED
009090         DELIMITED BY SIZE INTO WS-RPT-LINE
009100     WRITE WORKSHEET-RECORD FROM WS-RPT-LINE
009110     MOVE WS-REQ-REJECT-COUNT TO WS-CNT-ED
009120     MOVE SPACES TO WS-RPT-LINE
009130     STRING "REQUESTS REJECTED:          " WS-CNT-ED
009140         DELIMITED BY SIZE INTO WS-RPT-LINE
009150     WRITE WORKSHEET-RECORD FROM WS-RPT-LINE
009160     MOVE WS-EMP-COUNT TO WS-CNT-ED
009170     MOVE SPACES TO WS-RPT-LINE
009180     STRING "EMPLOYEES PRICED:           " WS-CNT-ED
009190         DELIMITED BY SIZE INTO WS-RPT-LINE
009200     WRITE WORKSHEET-RECORD FROM WS-RPT-LINE
009210     MOVE WS-PRICED-COUNT TO WS-CNT-ED
009220     MOVE SPACES TO WS-RPT-LINE
009230     STRING "PAYMENTS RE-PRICED:         " WS-CNT-ED
009240         DELIMITED BY SIZE INTO WS-RPT-LINE
009250     WRITE WORKSHEET-RECORD FROM WS-RPT-LINE
009260     MOVE WS-FLAGGED-COUNT TO WS-CNT-ED
009270     MOVE SPACES TO WS-RPT-LINE
009280     STRING "PAYMENTS FLAGGED FOR REVIEW:" WS-CNT-ED
009290         DELIMITED BY SIZE INTO WS-RPT-LINE
009300     WRITE WORKSHEET-RECORD FROM WS-RPT-LINE
009310     MOVE WS-TOTAL-RETRO TO WS-AMT-ED
009320     MOVE SPACES TO WS-RPT-LINE
009330     STRING "NET RETRO PRICED:        " WS-AMT-ED
009340         DELIMITED BY SIZE INTO WS-RPT-LINE
009350     WRITE WORKSHEET-RECORD FROM WS-RPT-LINE
009360     MOVE WS-ADJ-COUNT TO WS-CNT-ED
009370     MOVE WS-TOTAL-ADJ TO WS-AMT-ED
009380     MOVE SPACES TO WS-RPT-LINE
009390     STRING "ADJUST RECORDS WRITTEN:     " WS-CNT-ED
009400         "  TOTALING " WS-AMT-ED
009410         DELIMITED BY SIZE INTO WS-RPT-LINE
009420     WRITE WORKSHEET-RECORD FROM WS-RPT-LINE
009430     IF CHG-TABLE-OVERFLOWED OR VOID-TABLE-OVERFLOWED
009440         MOVE SPACES TO WS-RPT-LINE
009450         STRING "WARNING - CHANGE OR VOID TABLE OVERFLOWED; THIS "
009460             "WORKSHEET IS INCOMPLETE - DO NOT APPROVE IT"
009470             DELIMITED BY SIZE INTO WS-RPT-LINE
009480         WRITE WORKSHEET-RECORD FROM WS-RPT-LINE
009490     END-IF
009500     MOVE SPACES TO WS-RPT-LINE
009510     WRITE WORKSHEET-RECORD FROM WS-RPT-LINE
009520     MOVE "APPROVED BY: ______________________  DATE: __________"
009530         TO WS-RPT-LINE
009540     WRITE WORKSHEET-RECORD FROM WS-RPT-LINE
009550     CLOSE PAYHIST-FILE EMP-FILE WORKSHEET-FILE ADJUST-OUT-FILE
009560     DISPLAY "RETRO PAY WORKSHEET COMPLETE - " WS-ADJ-COUNT
009570         " ADJUSTMENT RECORDS WRITTEN".
