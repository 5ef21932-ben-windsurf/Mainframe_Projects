000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID. TAX-UI.
000120 AUTHOR. ASHLEY CHANCE.
000130 INSTALLATION. CORPORATE PAYROLL SYSTEMS.
000140 DATE-WRITTEN. 10/15/2026.
000150 DATE-COMPILED.
000160*----------------------------------------------------------------
000170* MODIFICATION HISTORY
000180*----------------------------------------------------------------
000190* 10/15/2026  AC  ORIGINAL PROGRAM.  QUARTERLY UNEMPLOYMENT
000200*                 REPORTING FROM THE PAYHIST MASTER, RUN BY THE
000210*                 QTR941 JOB ALONGSIDE TAX-941 FOR THE SAME
000220*                 Q941PARM.DAT QUARTER.  SUIWAGE.OUT IS EACH
000230*                 STATE'S UI WAGE REPORT - EVERY EMPLOYEE PAID IN
000240*                 THE STATE IN THE QUARTER WITH QUARTER WAGES,
000250*                 SUTA TAXABLE WAGES, AND THE EXCESS OVER THE
000260*                 STATE'S BASE, AND STATE TOTALS WITH THE SUTA
000270*                 ACCRUED.  F940WKST.OUT IS THE FORM 940
000280*                 WORKSHEET FOR THE YEAR THROUGH THE QUARTER -
000290*                 TOTAL PAYMENTS, EXEMPT PAYMENTS, PAYMENTS OVER
000300*                 THE FUTA BASE, TAXABLE FUTA WAGES, AND THE FUTA
000310*                 LIABILITY BY QUARTER.  RUNS AGAINST THE
000320*                 PERSISTENT MASTER DIRECTORY.
000330*----------------------------------------------------------------
000340 ENVIRONMENT DIVISION.
000350 INPUT-OUTPUT SECTION.
000360 FILE-CONTROL.
000370     SELECT PAYHIST-FILE ASSIGN TO "PAYHIST"
000380         ORGANIZATION IS INDEXED
000390         ACCESS MODE IS SEQUENTIAL
000400         RECORD KEY IS PHIST-KEY
000410         FILE STATUS IS WS-PHIST-STATUS.

000420     SELECT EMP-FILE ASSIGN TO "EMPLOYEES.IN"
000430         ORGANIZATION IS INDEXED
000440         ACCESS MODE IS RANDOM
000450         RECORD KEY IS EMP-ID
000460         FILE STATUS IS WS-EMP-STATUS.

000470     SELECT PARM-FILE ASSIGN TO "Q941PARM.DAT"
000480         ORGANIZATION IS LINE SEQUENTIAL
000490         FILE STATUS IS WS-PARM-STATUS.

000500     SELECT SUIW-FILE ASSIGN TO "SUIWAGE.OUT"
000510         ORGANIZATION IS LINE SEQUENTIAL.

000520     SELECT F940-FILE ASSIGN TO "F940WKST.OUT"
000530         ORGANIZATION IS LINE SEQUENTIAL.

000540 DATA DIVISION.
000550 FILE SECTION.
000560 FD  PAYHIST-FILE.
000570     COPY PAYHREC.

000580 FD  EMP-FILE.
000590     COPY EMPREC.

000600 FD  PARM-FILE.
000610 01  PARM-RECORD              PIC X(06).

000620 FD  SUIW-FILE.
000630 01  SUIW-RECORD              PIC X(132).

000640 FD  F940-FILE.
000650 01  F940-RECORD              PIC X(100).

000660 WORKING-STORAGE SECTION.
000670*----------------------------------------------------------------
000680* SWITCHES
000690*----------------------------------------------------------------
000700 01  WS-SWITCHES.
000710     05  WS-EOF               PIC X(01) VALUE "N".
000720         88  END-OF-PHIST-FILE         VALUE "Y".
000730     05  WS-PHIST-STATUS      PIC X(02) VALUE ZERO.
000740         88  PHIST-FILE-OK             VALUE "00".
000750     05  WS-EMP-STATUS        PIC X(02) VALUE ZERO.
000760         88  EMP-FILE-OK               VALUE "00".
000770     05  WS-PARM-STATUS       PIC X(02) VALUE ZERO.
000780         88  PARM-FILE-OK              VALUE "00".
000790     05  WS-PARM-EOF-SW       PIC X(01) VALUE "N".
000800         88  END-OF-PARM-FILE          VALUE "Y".
000810     05  WS-WAGE-FOUND-SW     PIC X(01) VALUE "N".
000820         88  WAGE-ENTRY-FOUND          VALUE "Y".
000830     05  WS-STATE-FOUND-SW    PIC X(01) VALUE "N".
000840         88  STATE-ENTRY-FOUND         VALUE "Y".
000850     05  WS-WAGE-OVERFLOW-SW  PIC X(01) VALUE "N".
000860         88  WAGE-TABLE-OVERFLOWED     VALUE "Y".
000870     05  WS-STATE-OVERFLOW-SW PIC X(01) VALUE "N".
000880         88  STATE-TABLE-OVERFLOWED    VALUE "Y".

000890*----------------------------------------------------------------
000900* QUARTER SELECTION - YEAR AND QUARTER FROM Q941PARM.DAT, AND
000910* THE MONTH RANGE THE QUARTER COVERS.  THE FORM 940 WORKSHEET
000920* TAKES THE WHOLE YEAR UP TO THE END OF THE QUARTER.
000930*----------------------------------------------------------------
000940 01  WS-PARM-DETAIL.
000950     05  QP-YEAR              PIC 9(04).
000960     05  QP-YEAR-X REDEFINES QP-YEAR
000970                              PIC X(04).
000980     05  FILLER               PIC X(01).
000990     05  QP-QUARTER           PIC 9(01).
001000     05  QP-QUARTER-X REDEFINES QP-QUARTER
001010                              PIC X(01).
001020 01  WS-QTR-FIRST-MM          PIC 9(02) VALUE ZERO.
001030 01  WS-QTR-LAST-MM           PIC 9(02) VALUE ZERO.
001040 01  WS-REC-YYYY              PIC 9(04) VALUE ZERO.
001050 01  WS-REC-MM                PIC 9(02) VALUE ZERO.
001060 01  WS-REC-QTR               PIC 9(01) VALUE ZERO.
001070 01  WS-DATE-WORK.
001080     05  DTW-YYYY             PIC 9(04).
001090     05  DTW-MM               PIC 9(02).
001100     05  DTW-DD               PIC 9(02).
001110 01  WS-DATE-WORK-N REDEFINES WS-DATE-WORK
001120                              PIC 9(08).

001130*----------------------------------------------------------------
001140* THE CURRENT PAYHIST RECORD'S UNEMPLOYMENT FIGURES.  A RECORD
001150* WRITTEN BEFORE PAYHIST CARRIED THEM COUNTS ITS GROSS AS UI
001160* WAGES WITH NOTHING TAXABLE, AND IS COUNTED AND WARNED ON
001170* BOTH REPORTS.
001180*----------------------------------------------------------------
001190 01  WS-REC-AMOUNTS.
001200     05  WS-REC-UI-WAGES      PIC S9(8)V99 VALUE ZERO.
001210     05  WS-REC-FUTA-WAGES    PIC S9(8)V99 VALUE ZERO.
001220     05  WS-REC-SUTA-WAGES    PIC S9(8)V99 VALUE ZERO.
001230     05  WS-REC-ER-FUTA       PIC S9(8)V99 VALUE ZERO.
001240     05  WS-REC-ER-SUTA       PIC S9(8)V99 VALUE ZERO.

001250*----------------------------------------------------------------
001260* QUARTER WAGES BY STATE AND EMPLOYEE - ONE ENTRY PER EMPLOYEE
001270* PER STATE PAID IN THIS QUARTER.  PAYHIST IS READ IN EMPLOYEE
001280* ORDER, SO EACH STATE'S EMPLOYEES PRINT IN EMPLOYEE ORDER.
001290*----------------------------------------------------------------
001300 01  WS-WAGE-COUNT            PIC 9(04) COMP VALUE ZERO.
001310 01  WS-WAGE-TABLE.
001320     05  WS-WAGE-ENTRY OCCURS 3000 TIMES
001330                            INDEXED BY WS-WAGE-IDX.
001340         10  WS-WAGE-STATE    PIC X(02).
001350         10  WS-WAGE-EMP-ID   PIC X(10).
001360         10  WS-WAGE-UI       PIC S9(8)V99.
001370         10  WS-WAGE-TAXABLE  PIC S9(8)V99.

001380*----------------------------------------------------------------
001390* STATE TOTALS FOR THE QUARTER.  A PAYMENT WITH NO STATE ON
001400* PAYHIST FALLS UNDER A BLANK STATE, PRINTED AS "NO STATE".
001410*----------------------------------------------------------------
001420 01  WS-STATE-COUNT           PIC 9(04) COMP VALUE ZERO.
001430 01  WS-STATE-TABLE.
001440     05  WS-STATE-ENTRY OCCURS 60 TIMES
001450                            INDEXED BY WS-STATE-IDX.
001460         10  WS-ST-CODE       PIC X(02).
001470         10  WS-ST-EMP-COUNT  PIC 9(06).
001480         10  WS-ST-UI         PIC S9(10)V99.
001490         10  WS-ST-TAXABLE    PIC S9(10)V99.
001500         10  WS-ST-SUTA       PIC S9(10)V99.

001510*----------------------------------------------------------------
001520* FORM 940 TOTALS - THE YEAR THROUGH THE END OF THE QUARTER.
001530*----------------------------------------------------------------
001540 01  WS-YTD-TOTALS.
001550     05  WS-YTD-GROSS         PIC S9(10)V99 VALUE ZERO.
001560     05  WS-YTD-UI-WAGES      PIC S9(10)V99 VALUE ZERO.
001570     05  WS-YTD-FUTA-WAGES    PIC S9(10)V99 VALUE ZERO.
001580     05  WS-YTD-ER-FUTA       PIC S9(10)V99 VALUE ZERO.
001590     05  WS-YTD-EXEMPT        PIC S9(10)V99 VALUE ZERO.
001600     05  WS-YTD-EXCESS        PIC S9(10)V99 VALUE ZERO.
001610     05  WS-YTD-SUBTOTAL      PIC S9(10)V99 VALUE ZERO.
001620     05  WS-YTD-QTR-FUTA      PIC S9(10)V99 VALUE ZERO
001630                              OCCURS 4 TIMES.
001640 01  WS-QTR-SUB               PIC 9(04) COMP VALUE ZERO.
001650 01  WS-REC-COUNT             PIC 9(06) VALUE ZERO.
001660 01  WS-YTD-REC-COUNT         PIC 9(06) VALUE ZERO.
001670 01  WS-QTR-REC-COUNT         PIC 9(06) VALUE ZERO.
001680 01  WS-OLD-REC-COUNT         PIC 9(06) VALUE ZERO.
001690 01  WS-NOT-ON-MASTER-COUNT   PIC 9(06) VALUE ZERO.

001700*----------------------------------------------------------------
001710* REPORT WORK AREAS
001720*----------------------------------------------------------------
001730 01  WS-RPT-LINE              PIC X(132).
001740 01  WS-AMT-ED                PIC ZZ,ZZZ,ZZ9.99-.
001750 01  WS-AMT-ED-2              PIC ZZ,ZZZ,ZZ9.99-.
001760 01  WS-AMT-ED-3              PIC ZZ,ZZZ,ZZ9.99-.
001770 01  WS-CNT-ED                PIC ZZZ,ZZ9.
001780 01  WS-EXCESS                PIC S9(10)V99 VALUE ZERO.
001790 01  WS-PRT-STATE             PIC X(08) VALUE SPACES.
001800 01  WS-PRT-NAME              PIC X(30) VALUE SPACES.
001810 01  WS-PRT-SSN               PIC X(09) VALUE SPACES.

001820 PROCEDURE DIVISION.
001830*----------------------------------------------------------------
001840 0000-MAINLINE.
001850*----------------------------------------------------------------
001860     PERFORM 1000-INITIALIZE
001870     PERFORM 2000-PROC-PHIST-RECORD
001880         THRU 2000-PROC-PHIST-RECORD-EXIT
001890         UNTIL END-OF-PHIST-FILE
001900     PERFORM 9000-TERMINATE
001910     STOP RUN.

001920*----------------------------------------------------------------
001930 1000-INITIALIZE.
001940*----------------------------------------------------------------
001950     PERFORM 1100-READ-QUARTER-PARM
001960     EVALUATE QP-QUARTER
001970         WHEN 1
001980             MOVE 01 TO WS-QTR-FIRST-MM
001990             MOVE 03 TO WS-QTR-LAST-MM
002000         WHEN 2
002010             MOVE 04 TO WS-QTR-FIRST-MM
002020             MOVE 06 TO WS-QTR-LAST-MM
002030         WHEN 3
002040             MOVE 07 TO WS-QTR-FIRST-MM
002050             MOVE 09 TO WS-QTR-LAST-MM
002060         WHEN OTHER
002070             MOVE 10 TO WS-QTR-FIRST-MM
002080             MOVE 12 TO WS-QTR-LAST-MM
002090     END-EVALUATE
002100     OPEN INPUT PAYHIST-FILE
002110     IF NOT PHIST-FILE-OK
002120         DISPLAY "ERROR OPENING PAYHIST - STATUS "
002130             WS-PHIST-STATUS
002140         MOVE 8 TO RETURN-CODE
002150         STOP RUN
002160     END-IF
002170     OPEN INPUT EMP-FILE
002180     IF NOT EMP-FILE-OK
002190         DISPLAY "ERROR OPENING EMPLOYEES.IN - STATUS "
002200             WS-EMP-STATUS
002210         CLOSE PAYHIST-FILE
002220         MOVE 8 TO RETURN-CODE
002230         STOP RUN
002240     END-IF
002250     OPEN OUTPUT SUIW-FILE
002260                 F940-FILE
002270     PERFORM 2100-READ-PHIST-RECORD.

002280*----------------------------------------------------------------
002290 1100-READ-QUARTER-PARM.
002300*----------------------------------------------------------------
002310*    THE QTR941 JOB ECHOES "YYYY Q" INTO Q941PARM.DAT.  A
002320*    MISSING OR MALFORMED PARM IS AN OPERATOR ERROR - THERE IS
002330*    NO SENSIBLE DEFAULT QUARTER TO ASSUME FOR A TAX FILING.
002340     OPEN INPUT PARM-FILE
002350     IF NOT PARM-FILE-OK
002360         DISPLAY "ERROR OPENING Q941PARM.DAT - STATUS "
002370             WS-PARM-STATUS
002380         MOVE 8 TO RETURN-CODE
002390         STOP RUN
002400     END-IF
002410     PERFORM 1110-READ-PARM-LINE THRU 1110-READ-PARM-LINE-EXIT
002420         UNTIL END-OF-PARM-FILE
002430     CLOSE PARM-FILE
002440     IF QP-YEAR-X IS NOT NUMERIC
002450             OR QP-QUARTER-X IS NOT NUMERIC
002460             OR QP-QUARTER < 1 OR QP-QUARTER > 4
002470         DISPLAY "Q941PARM.DAT DOES NOT CARRY A VALID "
002480             "YYYY Q - NOTHING REPORTED"
002490         MOVE 8 TO RETURN-CODE
002500         STOP RUN
002510     END-IF.

002520*----------------------------------------------------------------
002530 1110-READ-PARM-LINE.
002540*----------------------------------------------------------------
002550     READ PARM-FILE INTO PARM-RECORD
002560         AT END
002570             MOVE "Y" TO WS-PARM-EOF-SW
002580         NOT AT END
002590             MOVE PARM-RECORD TO WS-PARM-DETAIL
002600     END-READ.
002610 1110-READ-PARM-LINE-EXIT.
002620     EXIT.

002630*----------------------------------------------------------------
002640 2000-PROC-PHIST-RECORD.
002650*----------------------------------------------------------------
002660*    EVERY PAYMENT AND VOID IN THE YEAR UP TO THE END OF THE
002670*    QUARTER FEEDS THE 940 WORKSHEET; THOSE IN THE QUARTER ALSO
002680*    FEED THE STATE WAGE REPORT.  A VOID RIDES NEGATIVE, SO IT
002690*    NETS OUT OF WHICHEVER PERIOD IT WAS POSTED IN.
002700     ADD 1 TO WS-REC-COUNT
002710     IF PHIST-PAY-DATE IS NUMERIC
002720         MOVE PHIST-PAY-DATE TO WS-DATE-WORK-N
002730         MOVE DTW-YYYY TO WS-REC-YYYY
002740         MOVE DTW-MM   TO WS-REC-MM
002750         IF WS-REC-YYYY = QP-YEAR
002760                 AND WS-REC-MM NOT > WS-QTR-LAST-MM
002770             PERFORM 2200-ROLL-UP-RECORD
002780         END-IF
002790     END-IF
002800     PERFORM 2100-READ-PHIST-RECORD.
002810 2000-PROC-PHIST-RECORD-EXIT.
002820     EXIT.

002830*----------------------------------------------------------------
002840 2100-READ-PHIST-RECORD.
002850*----------------------------------------------------------------
002860     READ PAYHIST-FILE NEXT RECORD
002870         AT END
002880             MOVE "Y" TO WS-EOF
002890     END-READ.

002900*----------------------------------------------------------------
002910 2200-ROLL-UP-RECORD.
002920*----------------------------------------------------------------
002930     ADD 1 TO WS-YTD-REC-COUNT
002940     IF PHIST-UI-WAGES IS NUMERIC
002950             AND PHIST-FUTA-WAGES IS NUMERIC
002960             AND PHIST-SUTA-WAGES IS NUMERIC
002970             AND PHIST-ER-FUTA IS NUMERIC
002980             AND PHIST-ER-SUTA IS NUMERIC
002990         MOVE PHIST-UI-WAGES   TO WS-REC-UI-WAGES
003000         MOVE PHIST-FUTA-WAGES TO WS-REC-FUTA-WAGES
003010         MOVE PHIST-SUTA-WAGES TO WS-REC-SUTA-WAGES
003020         MOVE PHIST-ER-FUTA    TO WS-REC-ER-FUTA
003030         MOVE PHIST-ER-SUTA    TO WS-REC-ER-SUTA
003040     ELSE
003050         ADD 1 TO WS-OLD-REC-COUNT
003060         MOVE PHIST-GROSS TO WS-REC-UI-WAGES
003070         MOVE ZERO TO WS-REC-FUTA-WAGES
003080                      WS-REC-SUTA-WAGES
003090                      WS-REC-ER-FUTA
003100                      WS-REC-ER-SUTA
003110     END-IF
003120     COMPUTE WS-REC-QTR = (WS-REC-MM + 2) / 3
003130     ADD PHIST-GROSS       TO WS-YTD-GROSS
003140     ADD WS-REC-UI-WAGES   TO WS-YTD-UI-WAGES
003150     ADD WS-REC-FUTA-WAGES TO WS-YTD-FUTA-WAGES
003160     ADD WS-REC-ER-FUTA    TO WS-YTD-ER-FUTA
003170     ADD WS-REC-ER-FUTA    TO WS-YTD-QTR-FUTA (WS-REC-QTR)
003180     IF WS-REC-MM NOT < WS-QTR-FIRST-MM
003190         ADD 1 TO WS-QTR-REC-COUNT
003200         PERFORM 2300-POST-EMP-WAGES
003210         PERFORM 2400-POST-STATE-TOTAL
003220     END-IF.

003230*----------------------------------------------------------------
003240 2300-POST-EMP-WAGES.
003250*----------------------------------------------------------------
003260     MOVE "N" TO WS-WAGE-FOUND-SW
003270     PERFORM 2310-MATCH-WAGE-ENTRY THRU 2310-MATCH-WAGE-EXIT
003280         VARYING WS-WAGE-IDX FROM 1 BY 1
003290         UNTIL WS-WAGE-IDX > WS-WAGE-COUNT OR WAGE-ENTRY-FOUND
003300     IF NOT WAGE-ENTRY-FOUND
003310         IF WS-WAGE-COUNT < 3000
003320             ADD 1 TO WS-WAGE-COUNT
003330             SET WS-WAGE-IDX TO WS-WAGE-COUNT
003340             MOVE PHIST-TAX-STATE TO WS-WAGE-STATE (WS-WAGE-IDX)
003350             MOVE PHIST-EMP-ID    TO WS-WAGE-EMP-ID (WS-WAGE-IDX)
003360             MOVE WS-REC-UI-WAGES TO WS-WAGE-UI (WS-WAGE-IDX)
003370             MOVE WS-REC-SUTA-WAGES
003380                 TO WS-WAGE-TAXABLE (WS-WAGE-IDX)
003390         ELSE
003400             MOVE "Y" TO WS-WAGE-OVERFLOW-SW
003410         END-IF
003420     END-IF.

003430*----------------------------------------------------------------
003440 2310-MATCH-WAGE-ENTRY.
003450*----------------------------------------------------------------
003460     IF WS-WAGE-STATE (WS-WAGE-IDX) = PHIST-TAX-STATE
003470             AND WS-WAGE-EMP-ID (WS-WAGE-IDX) = PHIST-EMP-ID
003480         MOVE "Y" TO WS-WAGE-FOUND-SW
003490         ADD WS-REC-UI-WAGES TO WS-WAGE-UI (WS-WAGE-IDX)
003500         ADD WS-REC-SUTA-WAGES TO WS-WAGE-TAXABLE (WS-WAGE-IDX)
003510     END-IF.
003520 2310-MATCH-WAGE-EXIT.
003530     EXIT.

003540*----------------------------------------------------------------
003550 2400-POST-STATE-TOTAL.
003560*----------------------------------------------------------------
003570*    THE STATE'S EMPLOYEE COUNT IS BUMPED ONLY WHEN 2300 OPENED
003580*    A NEW EMPLOYEE ENTRY FOR IT.
003590     MOVE "N" TO WS-STATE-FOUND-SW
003600     PERFORM 2410-MATCH-STATE-ENTRY THRU 2410-MATCH-STATE-EXIT
003610         VARYING WS-STATE-IDX FROM 1 BY 1
003620         UNTIL WS-STATE-IDX > WS-STATE-COUNT OR STATE-ENTRY-FOUND
003630     IF NOT STATE-ENTRY-FOUND
003640         IF WS-STATE-COUNT < 60
003650             ADD 1 TO WS-STATE-COUNT
003660             SET WS-STATE-IDX TO WS-STATE-COUNT
003670             MOVE PHIST-TAX-STATE TO WS-ST-CODE (WS-STATE-IDX)
003680             MOVE ZERO TO WS-ST-EMP-COUNT (WS-STATE-IDX)
003690                          WS-ST-UI (WS-STATE-IDX)
003700                          WS-ST-TAXABLE (WS-STATE-IDX)
003710                          WS-ST-SUTA (WS-STATE-IDX)
003720             PERFORM 2420-ADD-STATE-AMOUNTS
003730         ELSE
003740             MOVE "Y" TO WS-STATE-OVERFLOW-SW
003750         END-IF
003760     END-IF.

003770*----------------------------------------------------------------
003780 2410-MATCH-STATE-ENTRY.
003790*----------------------------------------------------------------
003800     IF WS-ST-CODE (WS-STATE-IDX) = PHIST-TAX-STATE
003810         MOVE "Y" TO WS-STATE-FOUND-SW
003820         PERFORM 2420-ADD-STATE-AMOUNTS
003830     END-IF.
003840 2410-MATCH-STATE-EXIT.
003850     EXIT.

003860*----------------------------------------------------------------
003870 2420-ADD-STATE-AMOUNTS.
003880*----------------------------------------------------------------
003890     IF NOT WAGE-ENTRY-FOUND AND NOT WAGE-TABLE-OVERFLOWED
003900         ADD 1 TO WS-ST-EMP-COUNT (WS-STATE-IDX)
003910     END-IF
003920     ADD WS-REC-UI-WAGES   TO WS-ST-UI (WS-STATE-IDX)
003930     ADD WS-REC-SUTA-WAGES TO WS-ST-TAXABLE (WS-STATE-IDX)
003940     ADD WS-REC-ER-SUTA    TO WS-ST-SUTA (WS-STATE-IDX).

003950*----------------------------------------------------------------
003960 9000-TERMINATE.
003970*----------------------------------------------------------------
003980     PERFORM 9100-WRITE-STATE-REPORT
003990     PERFORM 9200-WRITE-940-WORKSHEET
004000     CLOSE PAYHIST-FILE EMP-FILE SUIW-FILE F940-FILE
004010     IF WS-OLD-REC-COUNT > ZERO
004020         DISPLAY WS-OLD-REC-COUNT " PAYHIST RECORDS CARRY NO "
004030             "UNEMPLOYMENT FIGURES - REVIEW BEFORE FILING"
004040     END-IF
004050     DISPLAY "UI WAGE REPORT AND 940 WORKSHEET COMPLETE - "
004060         WS-QTR-REC-COUNT " PAYMENTS IN QUARTER".

004070*----------------------------------------------------------------
004080 9100-WRITE-STATE-REPORT.
004090*----------------------------------------------------------------
004100     MOVE SPACES TO WS-RPT-LINE
004110     STRING "STATE UNEMPLOYMENT WAGE REPORT - QUARTER "
004120         QP-QUARTER-X " OF " QP-YEAR-X
004130         DELIMITED BY SIZE INTO WS-RPT-LINE
004140     WRITE SUIW-RECORD FROM WS-RPT-LINE
004150     MOVE WS-QTR-REC-COUNT TO WS-CNT-ED
004160     MOVE SPACES TO WS-RPT-LINE
004170     STRING "PAYMENTS IN QUARTER: " WS-CNT-ED
004180         DELIMITED BY SIZE INTO WS-RPT-LINE
004190     WRITE SUIW-RECORD FROM WS-RPT-LINE
004200     PERFORM 9110-WRITE-STATE-GROUP
004210         THRU 9110-WRITE-STATE-GROUP-EXIT
004220         VARYING WS-STATE-IDX FROM 1 BY 1
004230         UNTIL WS-STATE-IDX > WS-STATE-COUNT
004240     IF WS-NOT-ON-MASTER-COUNT > ZERO
004250         MOVE WS-NOT-ON-MASTER-COUNT TO WS-CNT-ED
004260         MOVE SPACES TO WS-RPT-LINE
004270         STRING "WARNING - " WS-CNT-ED " WAGE LINES NOT ON THE "
004280             "EMPLOYEE MASTER; NAME AND SSN MUST BE SUPPLIED"
004290             DELIMITED BY SIZE INTO WS-RPT-LINE
004300         WRITE SUIW-RECORD FROM WS-RPT-LINE
004310     END-IF
004320     IF WAGE-TABLE-OVERFLOWED OR STATE-TABLE-OVERFLOWED
004330         MOVE SPACES TO WS-RPT-LINE
004340         STRING "WARNING - EMPLOYEE OR STATE TABLE OVERFLOWED; "
004350             "THIS REPORT IS INCOMPLETE - DO NOT FILE FROM IT"
004360             DELIMITED BY SIZE INTO WS-RPT-LINE
004370         WRITE SUIW-RECORD FROM WS-RPT-LINE
004380         DISPLAY "SUIWAGE.OUT IS INCOMPLETE - TABLE OVERFLOW"
004390     END-IF
004400     IF WS-OLD-REC-COUNT > ZERO
004410         MOVE WS-OLD-REC-COUNT TO WS-CNT-ED
004420         MOVE SPACES TO WS-RPT-LINE
004430         STRING "WARNING - " WS-CNT-ED " PAYHIST RECORDS "
004440             "CARRY NO UNEMPLOYMENT FIGURES; THEIR GROSS IS "
004450             "SHOWN AS EXCESS"
004460             DELIMITED BY SIZE INTO WS-RPT-LINE
004470         WRITE SUIW-RECORD FROM WS-RPT-LINE
004480     END-IF.

004490*----------------------------------------------------------------
004500 9110-WRITE-STATE-GROUP.
004510*----------------------------------------------------------------
004520     MOVE WS-ST-CODE (WS-STATE-IDX) TO WS-PRT-STATE
004530     IF WS-ST-CODE (WS-STATE-IDX) = SPACES
004540         MOVE "NO STATE" TO WS-PRT-STATE
004550     END-IF
004560     MOVE SPACES TO WS-RPT-LINE
004570     WRITE SUIW-RECORD FROM WS-RPT-LINE
004580     STRING "STATE: " WS-PRT-STATE
004590         DELIMITED BY SIZE INTO WS-RPT-LINE
004600     WRITE SUIW-RECORD FROM WS-RPT-LINE
004610     MOVE SPACES TO WS-RPT-LINE
004620     STRING "EMPLOYEE ID  SSN        EMPLOYEE NAME"
004630         "                    QUARTER WAGES    TAXABLE WAGES"
004640         "    EXCESS WAGES"
004650         DELIMITED BY SIZE INTO WS-RPT-LINE
004660     WRITE SUIW-RECORD FROM WS-RPT-LINE
004670     PERFORM 9120-WRITE-EMP-LINE THRU 9120-WRITE-EMP-LINE-EXIT
004680         VARYING WS-WAGE-IDX FROM 1 BY 1
004690         UNTIL WS-WAGE-IDX > WS-WAGE-COUNT
004700     MOVE WS-ST-UI (WS-STATE-IDX) TO WS-AMT-ED
004710     MOVE WS-ST-TAXABLE (WS-STATE-IDX) TO WS-AMT-ED-2
004720     COMPUTE WS-EXCESS =
004730         WS-ST-UI (WS-STATE-IDX) - WS-ST-TAXABLE (WS-STATE-IDX)
004740     MOVE WS-EXCESS TO WS-AMT-ED-3
004750     MOVE WS-ST-EMP-COUNT (WS-STATE-IDX) TO WS-CNT-ED
004760     MOVE SPACES TO WS-RPT-LINE
004770     STRING "STATE TOTAL - EMPLOYEES: " WS-CNT-ED
004780         "                        "
004790         WS-AMT-ED "  " WS-AMT-ED-2 "  " WS-AMT-ED-3
004800         DELIMITED BY SIZE INTO WS-RPT-LINE
004810     WRITE SUIW-RECORD FROM WS-RPT-LINE
004820     MOVE WS-ST-SUTA (WS-STATE-IDX) TO WS-AMT-ED
004830     MOVE SPACES TO WS-RPT-LINE
004840     STRING "EMPLOYER SUTA ACCRUED:  " WS-AMT-ED
004850         DELIMITED BY SIZE INTO WS-RPT-LINE
004860     WRITE SUIW-RECORD FROM WS-RPT-LINE.
004870 9110-WRITE-STATE-GROUP-EXIT.
004880     EXIT.

004890*----------------------------------------------------------------
004900 9120-WRITE-EMP-LINE.
004910*----------------------------------------------------------------
004920     IF WS-WAGE-STATE (WS-WAGE-IDX) = WS-ST-CODE (WS-STATE-IDX)
004930         MOVE WS-WAGE-EMP-ID (WS-WAGE-IDX) TO EMP-ID
004940         READ EMP-FILE
004950             INVALID KEY
004960                 MOVE "** NOT ON EMPLOYEE MASTER **"
004970                     TO WS-PRT-NAME
004980                 MOVE SPACES TO WS-PRT-SSN
004990                 ADD 1 TO WS-NOT-ON-MASTER-COUNT
005000             NOT INVALID KEY
005010                 MOVE EMP-NAME TO WS-PRT-NAME
005020                 MOVE EMP-SSN  TO WS-PRT-SSN
005030         END-READ
005040         MOVE WS-WAGE-UI (WS-WAGE-IDX) TO WS-AMT-ED
005050         MOVE WS-WAGE-TAXABLE (WS-WAGE-IDX) TO WS-AMT-ED-2
005060         COMPUTE WS-EXCESS = WS-WAGE-UI (WS-WAGE-IDX) -
005070             WS-WAGE-TAXABLE (WS-WAGE-IDX)
005080         MOVE WS-EXCESS TO WS-AMT-ED-3
005090         MOVE SPACES TO WS-RPT-LINE
005100         STRING WS-WAGE-EMP-ID (WS-WAGE-IDX) "   " WS-PRT-SSN "  "
005110             WS-PRT-NAME "  " WS-AMT-ED "  " WS-AMT-ED-2 "  "
005120             WS-AMT-ED-3
005130             DELIMITED BY SIZE INTO WS-RPT-LINE
005140         WRITE SUIW-RECORD FROM WS-RPT-LINE
005150     END-IF.
005160 9120-WRITE-EMP-LINE-EXIT.
005170     EXIT.

005180*----------------------------------------------------------------
005190 9200-WRITE-940-WORKSHEET.
005200*----------------------------------------------------------------
005210*    PART 2 OF THE 940 BY ITS LINE NUMBERS.  EXEMPT PAYMENTS ARE
005220*    GROSS LESS UNEMPLOYMENT WAGES (SECTION 125); THE EXCESS IS
005230*    UNEMPLOYMENT WAGES OVER THE FUTA BASE, SO LINE 7 IS ALWAYS
005240*    THE TAXABLE FUTA WAGES PAYROLL-CALC ACCRUED ON.  CREDIT
005250*    REDUCTION AND STATE ADJUSTMENTS (LINES 9-11) ARE LEFT TO
005260*    THE PREPARER.
005270     COMPUTE WS-YTD-EXEMPT = WS-YTD-GROSS - WS-YTD-UI-WAGES
005280     COMPUTE WS-YTD-EXCESS = WS-YTD-UI-WAGES - WS-YTD-FUTA-WAGES
005290     COMPUTE WS-YTD-SUBTOTAL = WS-YTD-EXEMPT + WS-YTD-EXCESS
005300     MOVE SPACES TO WS-RPT-LINE
005310     STRING "FORM 940 WORKSHEET - " QP-YEAR-X
005320         " THROUGH QUARTER " QP-QUARTER-X
005330         DELIMITED BY SIZE INTO WS-RPT-LINE
005340     WRITE F940-RECORD FROM WS-RPT-LINE
005350     MOVE WS-YTD-REC-COUNT TO WS-CNT-ED
005360     MOVE SPACES TO WS-RPT-LINE
005370     STRING "PAYMENTS IN YEAR TO DATE: " WS-CNT-ED
005380         DELIMITED BY SIZE INTO WS-RPT-LINE
005390     WRITE F940-RECORD FROM WS-RPT-LINE
005400     MOVE WS-YTD-GROSS TO WS-AMT-ED
005410     MOVE SPACES TO WS-RPT-LINE
005420     STRING "LINE 3  TOTAL PAYMENTS:     " WS-AMT-ED
005430         DELIMITED BY SIZE INTO WS-RPT-LINE
005440     WRITE F940-RECORD FROM WS-RPT-LINE
005450     MOVE WS-YTD-EXEMPT TO WS-AMT-ED
005460     MOVE SPACES TO WS-RPT-LINE
005470     STRING "LINE 4  EXEMPT PAYMENTS:    " WS-AMT-ED
005480         DELIMITED BY SIZE INTO WS-RPT-LINE
005490     WRITE F940-RECORD FROM WS-RPT-LINE
005500     MOVE WS-YTD-EXCESS TO WS-AMT-ED
005510     MOVE SPACES TO WS-RPT-LINE
005520     STRING "LINE 5  OVER FUTA BASE:     " WS-AMT-ED
005530         DELIMITED BY SIZE INTO WS-RPT-LINE
005540     WRITE F940-RECORD FROM WS-RPT-LINE
005550     MOVE WS-YTD-SUBTOTAL TO WS-AMT-ED
005560     MOVE SPACES TO WS-RPT-LINE
005570     STRING "LINE 6  SUBTOTAL (4 + 5):   " WS-AMT-ED
005580         DELIMITED BY SIZE INTO WS-RPT-LINE
005590     WRITE F940-RECORD FROM WS-RPT-LINE
005600     MOVE WS-YTD-FUTA-WAGES TO WS-AMT-ED
005610     MOVE SPACES TO WS-RPT-LINE
005620     STRING "LINE 7  TAXABLE FUTA WAGES: " WS-AMT-ED
005630         DELIMITED BY SIZE INTO WS-RPT-LINE
005640     WRITE F940-RECORD FROM WS-RPT-LINE
005650     MOVE WS-YTD-ER-FUTA TO WS-AMT-ED
005660     MOVE SPACES TO WS-RPT-LINE
005670     STRING "LINE 8  FUTA TAX ACCRUED:   " WS-AMT-ED
005680         DELIMITED BY SIZE INTO WS-RPT-LINE
005690     WRITE F940-RECORD FROM WS-RPT-LINE
005700     MOVE SPACES TO WS-RPT-LINE
005710     MOVE "LINE 16 FUTA LIABILITY BY QUARTER:" TO WS-RPT-LINE
005720     WRITE F940-RECORD FROM WS-RPT-LINE
005730     PERFORM 9210-WRITE-940-QTR-LINE
005740         THRU 9210-WRITE-940-QTR-LINE-EXIT
005750         VARYING WS-QTR-SUB FROM 1 BY 1
005760         UNTIL WS-QTR-SUB > QP-QUARTER
005770     MOVE WS-YTD-ER-FUTA TO WS-AMT-ED
005780     MOVE SPACES TO WS-RPT-LINE
005790     STRING "LINE 17 TOTAL FOR THE YEAR: " WS-AMT-ED
005800         DELIMITED BY SIZE INTO WS-RPT-LINE
005810     WRITE F940-RECORD FROM WS-RPT-LINE
005820     IF WS-OLD-REC-COUNT > ZERO
005830         MOVE WS-OLD-REC-COUNT TO WS-CNT-ED
005840         MOVE SPACES TO WS-RPT-LINE
005850         STRING "WARNING - " WS-CNT-ED " PAYHIST RECORDS "
005860             "CARRY NO UNEMPLOYMENT FIGURES; LINES 5 AND 7 NEED "
005870             "REVIEW"
005880             DELIMITED BY SIZE INTO WS-RPT-LINE
005890         WRITE F940-RECORD FROM WS-RPT-LINE
005900     END-IF.

005910*----------------------------------------------------------------
005920 9210-WRITE-940-QTR-LINE.
005930*----------------------------------------------------------------
005940     MOVE WS-YTD-QTR-FUTA (WS-QTR-SUB) TO WS-AMT-ED
005950     MOVE WS-QTR-SUB TO WS-REC-QTR
005960     MOVE SPACES TO WS-RPT-LINE
005970     STRING "  QUARTER " WS-REC-QTR ":                " WS-AMT-ED
005980         DELIMITED BY SIZE INTO WS-RPT-LINE
005990     WRITE F940-RECORD FROM WS-RPT-LINE.
006000 9210-WRITE-940-QTR-LINE-EXIT.
006010     EXIT.
