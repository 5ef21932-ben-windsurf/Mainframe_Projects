000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. W4-EXEMPT.
000030 AUTHOR. ASHLEY CHANCE.
000040 INSTALLATION. CORPORATE PAYROLL SYSTEMS.
000050 DATE-WRITTEN. 10/15/2026.
000060 DATE-COMPILED.
000070*----------------------------------------------------------------
000080* MODIFICATION HISTORY
000090*----------------------------------------------------------------
000100* 10/15/2026  AC  ORIGINAL PROGRAM.  THE YEAR-END LIST OF W-4
000110*                 EXEMPT CLAIMS THAT MUST BE RENEWED.  AN EXEMPT
000120*                 CLAIM IS GOOD ONLY THROUGH FEBRUARY 15 OF THE
000130*                 YEAR AFTER THE YEAR IT TOOK EFFECT; AFTER THAT
000140*                 PAYROLL-CALC WITHHOLDS AS SINGLE WITH NO
000150*                 ADJUSTMENTS UNTIL A NEW FORM IS RECORDED.  READS
000160*                 THE W4ELECT.DAT ELECTIONS MASTER (KEPT BY
000170*                 EMP-MAINT) AND LISTS ON W4EXEMPT.RPT EVERY
000180*                 EMPLOYEE WHOSE LATEST FORM IS AN EXEMPT CLAIM
000190*                 FROM AN EARLIER YEAR THAN THE RUN'S, WITH THE
000200*                 DATE IT MUST BE RENEWED BY - OR "LAPSED" IF THAT
000210*                 DATE HAS ALREADY PASSED.  TERMINATED EMPLOYEES
000220*                 ARE LEFT OFF.  RUNS AS THE W4LIST STEP OF THE
000230*                 YEAREND JOB AGAINST THE PERSISTENT MASTER
000240*                 DIRECTORY AND UPDATES NOTHING.
000250*----------------------------------------------------------------
000260 ENVIRONMENT DIVISION.
000270 INPUT-OUTPUT SECTION.
000280 FILE-CONTROL.
000290     SELECT W4-FILE ASSIGN TO "W4ELECT.DAT"
000300         ORGANIZATION IS INDEXED
000310         ACCESS MODE IS DYNAMIC
000320         RECORD KEY IS W4-KEY
000330         FILE STATUS IS WS-W4-STATUS.

000340     SELECT EMP-FILE ASSIGN TO "EMPLOYEES.IN"
000350         ORGANIZATION IS INDEXED
000360         ACCESS MODE IS DYNAMIC
000370         RECORD KEY IS EMP-ID
000380         FILE STATUS IS WS-EMP-STATUS.

000390     SELECT RPT-FILE ASSIGN TO "W4EXEMPT.RPT"
000400         ORGANIZATION IS LINE SEQUENTIAL.

000410 DATA DIVISION.
000420 FILE SECTION.
000430 FD  W4-FILE.
000440     COPY W4REC.

000450 FD  EMP-FILE.
000460     COPY EMPREC.

000470 FD  RPT-FILE.
000480 01  RPT-RECORD               PIC X(132).

000490 WORKING-STORAGE SECTION.
000500*----------------------------------------------------------------
000510* SWITCHES
000520*----------------------------------------------------------------
000530 01  WS-SWITCHES.
000540     05  WS-EOF               PIC X(01) VALUE "N".
000550         88  END-OF-W4-FILE            VALUE "Y".
000560     05  WS-W4-STATUS         PIC X(02) VALUE ZERO.
000570         88  W4-FILE-OK                VALUE "00".
000580         88  W4-FILE-MISSING           VALUE "35".
000590     05  WS-W4-OPEN-SW        PIC X(01) VALUE "N".
000600         88  W4-FILE-OPENED            VALUE "Y".
000610     05  WS-EMP-STATUS        PIC X(02) VALUE ZERO.
000620         88  EMP-FILE-OK               VALUE "00".

000630*----------------------------------------------------------------
000640* RUN DATE, AND THE LATEST FORM HELD FOR THE EMPLOYEE BEING READ -
000650* FORMS COME BACK IN EMP-ID/EFFECTIVE-DATE ORDER, SO THE LAST ONE
000660* READ BEFORE THE EMP-ID CHANGES IS THE ONE THAT COUNTS.
000670*----------------------------------------------------------------
000680 01  WS-RUN-DATE              PIC 9(08) VALUE ZERO.
000690 01  WS-RUN-DATE-R REDEFINES WS-RUN-DATE.
000700     05  WS-RUN-YYYY          PIC 9(04).
000710     05  WS-RUN-MMDD          PIC 9(04).
000720 01  WS-HOLD-EMP-ID           PIC X(10) VALUE SPACES.
000730 01  WS-HOLD-EXEMPT           PIC X(01) VALUE SPACE.
000740 01  WS-HOLD-EFF-DATE         PIC 9(08) VALUE ZERO.
000750 01  WS-HOLD-EFF-DATE-R REDEFINES WS-HOLD-EFF-DATE.
000760     05  WS-HOLD-EFF-YYYY     PIC 9(04).
000770     05  WS-HOLD-EFF-MM       PIC 9(02).
000780     05  WS-HOLD-EFF-DD       PIC 9(02).
000790 01  WS-RENEW-DATE.
000800     05  WS-RENEW-YYYY        PIC 9(04) VALUE ZERO.
000810     05  WS-RENEW-MMDD        PIC 9(04) VALUE 0215.
000820 01  WS-RENEW-DATE-N REDEFINES WS-RENEW-DATE
000830                              PIC 9(08).

000840*----------------------------------------------------------------
000850* W4EXEMPT.RPT WORK AREAS - ONE LINE PER CLAIM TO BE RENEWED.
000860*----------------------------------------------------------------
000870 01  WS-RPT-LINE              PIC X(132).
000880 01  WS-RPT-DETAIL.
000890     05  RPT-EMP-ID           PIC X(10).
000900     05  FILLER               PIC X(02) VALUE SPACES.
000910     05  RPT-EMP-NAME         PIC X(30).
000920     05  FILLER               PIC X(02) VALUE SPACES.
000930     05  RPT-EXEMPT-SINCE     PIC X(10).
000940     05  FILLER               PIC X(04) VALUE SPACES.
000950     05  RPT-RENEW-BY         PIC X(10).
000960     05  FILLER               PIC X(04) VALUE SPACES.
000970     05  RPT-NOTE             PIC X(40).
000980     05  FILLER               PIC X(20) VALUE SPACES.
000990 01  WS-LISTED-COUNT          PIC 9(06) VALUE ZERO.
001000 01  WS-LAPSED-COUNT          PIC 9(06) VALUE ZERO.
001010 01  WS-TERM-SKIP-COUNT       PIC 9(06) VALUE ZERO.

001020 PROCEDURE DIVISION.
001030*----------------------------------------------------------------
001040 0000-MAINLINE.
001050*----------------------------------------------------------------
001060     PERFORM 1000-INITIALIZE
001070     IF W4-FILE-OPENED
001080         PERFORM 2000-PROC-W4 THRU 2000-PROC-W4-EXIT
001090             UNTIL END-OF-W4-FILE
001100         IF WS-HOLD-EMP-ID NOT = SPACES
001110             PERFORM 2100-CHECK-LATEST-FORM
001120         END-IF
001130     END-IF
001140     PERFORM 9000-TERMINATE
001150     STOP RUN.

001160*----------------------------------------------------------------
001170 1000-INITIALIZE.
001180*----------------------------------------------------------------
001190*    THE EMPLOYEE MASTER SUPPLIES THE NAME AND STATUS - WITHOUT IT
001200*    THE LIST CANNOT BE WORKED, SO A FAILED OPEN STOPS THE RUN
001210*    WITH RETURN-CODE 8.  A SITE THAT HAS NEVER RECORDED A W-4
001220*    HAS NO W4ELECT.DAT, AND THEN THE LIST IS SIMPLY EMPTY.
001230     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
001240     OPEN INPUT EMP-FILE
001250     IF NOT EMP-FILE-OK
001260         DISPLAY "ERROR OPENING EMPLOYEES.IN - STATUS "
001270             WS-EMP-STATUS
001280         MOVE 8 TO RETURN-CODE
001290         STOP RUN
001300     END-IF
001310     OPEN INPUT W4-FILE
001320     EVALUATE TRUE
001330         WHEN W4-FILE-OK
001340             MOVE "Y" TO WS-W4-OPEN-SW
001350         WHEN W4-FILE-MISSING
001360             DISPLAY "NO W4ELECT.DAT ON FILE - NO W-4 FORMS "
001370                 "RECORDED, NOTHING TO LIST"
001380         WHEN OTHER
001390             DISPLAY "ERROR OPENING W4ELECT.DAT - STATUS "
001400                 WS-W4-STATUS
001410             CLOSE EMP-FILE
001420             MOVE 8 TO RETURN-CODE
001430             STOP RUN
001440     END-EVALUATE
001450     OPEN OUTPUT RPT-FILE
001460     PERFORM 1100-WRITE-HEADINGS.

001470*----------------------------------------------------------------
001480 1100-WRITE-HEADINGS.
001490*----------------------------------------------------------------
001500     MOVE SPACES TO WS-RPT-LINE
001510     STRING "W-4 EXEMPT CLAIMS TO BE RENEWED - RUN "
001520         WS-RUN-DATE DELIMITED BY SIZE INTO WS-RPT-LINE
001530     WRITE RPT-RECORD FROM WS-RPT-LINE
001540     MOVE SPACES TO WS-RPT-LINE
001550     STRING "A CLAIM NOT RENEWED BY ITS DATE IS WITHHELD AS "
001560         "SINGLE WITH NO W-4 ADJUSTMENTS FROM THE NEXT PAY "
001570         "DATE ON" DELIMITED BY SIZE INTO WS-RPT-LINE
001580     WRITE RPT-RECORD FROM WS-RPT-LINE
001590     MOVE SPACES TO WS-RPT-LINE
001600     WRITE RPT-RECORD FROM WS-RPT-LINE
001610     MOVE SPACES TO WS-RPT-LINE
001620     STRING "EMP-ID      EMPLOYEE NAME                   "
001630         "EXEMPT SINCE  RENEW BY      NOTE"
001640         DELIMITED BY SIZE INTO WS-RPT-LINE
001650     WRITE RPT-RECORD FROM WS-RPT-LINE.

001660*----------------------------------------------------------------
001670 2000-PROC-W4.
001680*----------------------------------------------------------------
001690     READ W4-FILE NEXT RECORD
001700         AT END
001710             MOVE "Y" TO WS-EOF
001720     END-READ
001730     IF NOT END-OF-W4-FILE
001740         IF W4-EMP-ID NOT = WS-HOLD-EMP-ID
001750             IF WS-HOLD-EMP-ID NOT = SPACES
001760                 PERFORM 2100-CHECK-LATEST-FORM
001770             END-IF
001780             MOVE W4-EMP-ID TO WS-HOLD-EMP-ID
001790         END-IF
001800         MOVE W4-EXEMPT   TO WS-HOLD-EXEMPT
001810         MOVE W4-EFF-DATE TO WS-HOLD-EFF-DATE
001820     END-IF.
001830 2000-PROC-W4-EXIT.
001840     EXIT.

001850*----------------------------------------------------------------
001860 2100-CHECK-LATEST-FORM.
001870*----------------------------------------------------------------
001880*    ONLY AN EMPLOYEE WHOSE LATEST FORM IS AN EXEMPT CLAIM FROM
001890*    BEFORE THE RUN YEAR NEEDS A NEW ONE - A CLAIM ALREADY RENEWED
001900*    THIS YEAR, OR REPLACED BY A FORM WITHHOLDING TAX, DOES NOT.
001910     IF WS-HOLD-EXEMPT = "Y" AND WS-HOLD-EFF-YYYY < WS-RUN-YYYY
001920         MOVE WS-HOLD-EMP-ID TO EMP-ID
001930         READ EMP-FILE
001940             INVALID KEY
001950                 MOVE "** NOT ON EMPLOYEE MASTER **" TO EMP-NAME
001960                 MOVE SPACE TO EMP-STATUS
001970         END-READ
001980         IF EMP-TERMINATED
001990             ADD 1 TO WS-TERM-SKIP-COUNT
002000         ELSE
002010             PERFORM 2200-WRITE-CLAIM-LINE
002020         END-IF
002030     END-IF.

002040*----------------------------------------------------------------
002050 2200-WRITE-CLAIM-LINE.
002060*----------------------------------------------------------------
002070     ADD 1 TO WS-LISTED-COUNT
002080     MOVE WS-HOLD-EMP-ID TO RPT-EMP-ID
002090     MOVE EMP-NAME       TO RPT-EMP-NAME
002100     MOVE SPACES TO RPT-EXEMPT-SINCE
002110     STRING WS-HOLD-EFF-MM "/" WS-HOLD-EFF-DD "/"
002120         WS-HOLD-EFF-YYYY DELIMITED BY SIZE INTO RPT-EXEMPT-SINCE
002130     COMPUTE WS-RENEW-YYYY = WS-HOLD-EFF-YYYY + 1
002140     MOVE SPACES TO RPT-RENEW-BY
002150     STRING "02/15/" WS-RENEW-YYYY
002160         DELIMITED BY SIZE INTO RPT-RENEW-BY
002170     MOVE SPACES TO RPT-NOTE
002180     IF WS-RUN-DATE > WS-RENEW-DATE-N
002190         MOVE "LAPSED - NOW WITHHELD AS SINGLE" TO RPT-NOTE
002200         ADD 1 TO WS-LAPSED-COUNT
002210     END-IF
002220     WRITE RPT-RECORD FROM WS-RPT-DETAIL.

002230*----------------------------------------------------------------
002240 9000-TERMINATE.
002250*----------------------------------------------------------------
002260     MOVE SPACES TO WS-RPT-LINE
002270     WRITE RPT-RECORD FROM WS-RPT-LINE
002280     MOVE SPACES TO WS-RPT-LINE
002290     STRING "EXEMPT CLAIMS TO RENEW: " WS-LISTED-COUNT
002300         "  ALREADY LAPSED: " WS-LAPSED-COUNT
002310         "  TERMINATED, NOT LISTED: " WS-TERM-SKIP-COUNT
002320         DELIMITED BY SIZE INTO WS-RPT-LINE
002330     WRITE RPT-RECORD FROM WS-RPT-LINE
002340     IF W4-FILE-OPENED
002350         CLOSE W4-FILE
002360     END-IF
002370     CLOSE EMP-FILE RPT-FILE
002380     DISPLAY "W-4 EXEMPT RENEWAL LIST COMPLETE - " WS-LISTED-COUNT
002390         " CLAIMS LISTED, " WS-LAPSED-COUNT " ALREADY LAPSED".
