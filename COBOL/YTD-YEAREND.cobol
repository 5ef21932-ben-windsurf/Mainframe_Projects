000429*                 RECORD WITH NO SSN ON THE MASTER IS COUNTED
000430*                 AND WARNED AT CLOSE; PAYROLL-CALC HAS BEEN
000431*                 FLAGGING THOSE EMPLOYEES ALL YEAR.
000432* 10/15/2026  AC  THE W-2 EXTRACT GAINS FOUR STATE BOX GROUPS AND
000433*                 BOXES 1, 3, 5 AND 12D (340 BYTES, EARLIER
000434*                 POSITIONS UNCHANGED); A YTD RECORD NEVER POSTED
000435*                 WITH THE BOXES REPORTS GROSS IN ALL THREE AND IS
000436*                 WARNED AT CLOSE.  YTDARCH.OUT TAKES THE 258-BYTE
000437*                 YTD RECORD AND THE RESET CLEARS THE STATE DETAIL
000438*                 AND UNEMPLOYMENT WAGES WITH THE REST.
000439*----------------------------------------------------------------
000440 ENVIRONMENT DIVISION.
000450 INPUT-OUTPUT SECTION.
000460 FILE-CONTROL.
000720     COPY EMPREC.
000730
000740 FD  W2-FILE.
000750 01  W2-RECORD                PIC X(340).
000760
000770 FD  ARCH-FILE.
000780 01  ARCH-RECORD              PIC X(258).
000790
000800 WORKING-STORAGE SECTION.
000810*----------------------------------------------------------------
001090     05  W2-MEDICARE          PIC 9(8)V99.
001100     05  W2-OTHER-DED         PIC 9(8)V99.
001110     05  W2-NET               PIC 9(8)V99.
001111     05  FILLER               PIC X(20) VALUE SPACES.
001112*    ONE GROUP PER STATE WORKED IN DURING THE YEAR; UNUSED
001113*    GROUPS ARE BLANK CODE AND ZERO AMOUNTS.
001114     05  W2-STATE-BOX OCCURS 4 TIMES.
001115         10  W2-ST-CODE       PIC X(02).
001116         10  W2-ST-WAGES      PIC 9(8)V99.
001117         10  W2-ST-TAX        PIC 9(8)V99.
001118     05  W2-FIT-WAGES         PIC 9(8)V99.
001119     05  W2-SS-WAGES          PIC 9(8)V99.
001120     05  W2-MED-WAGES         PIC 9(8)V99.
001121     05  W2-401K-DEFER        PIC 9(8)V99.
001127     05  FILLER               PIC X(12) VALUE SPACES.
001130
001140*----------------------------------------------------------------
001150* RUN COUNTS AND CONTROL TOTALS
001170 01  WS-RECORD-COUNT          PIC 9(06) VALUE ZERO.
001180 01  WS-NOT-ON-MASTER-COUNT   PIC 9(06) VALUE ZERO.
001185 01  WS-NO-SSN-COUNT          PIC 9(06) VALUE ZERO.
001187 01  WS-NO-BOX-COUNT          PIC 9(06) VALUE ZERO.
001190 01  WS-PROVE-COUNT           PIC 9(06) VALUE ZERO.
001200 01  WS-PROVE-TOTAL           PIC 9(10)V99 VALUE ZERO.
001205 01  WS-ST-SUB                PIC 9(02) COMP VALUE ZERO.
001210
001220 PROCEDURE DIVISION.
001230*----------------------------------------------------------------
002660     MOVE YTD-STATE     TO W2-STATE
002670     MOVE YTD-FICA      TO W2-FICA
002680     MOVE YTD-MEDICARE  TO W2-MEDICARE
002681     MOVE YTD-OTHER-DED TO W2-OTHER-DED
002682     MOVE YTD-NET       TO W2-NET
002683     PERFORM 2310-MOVE-STATE-BOX THRU 2310-MOVE-STATE-BOX-EXIT
002684         VARYING WS-ST-SUB FROM 1 BY 1
002685         UNTIL WS-ST-SUB > 4
002686*    THE WAGE BOXES DIFFER FROM GROSS BY THE PRE-TAX
002687*    DEDUCTIONS.  A RECORD PAYROLL-CALC HAS NOT POSTED SINCE THE
002688*    BOXES WERE ADDED HOLDS SPACES THERE AND REPORTS GROSS.
002689     IF YTD-FIT-WAGES-X IS NUMERIC
002690             AND YTD-SS-WAGES IS NUMERIC
002691             AND YTD-MED-WAGES IS NUMERIC
002692             AND YTD-401K-DEFER IS NUMERIC
002693         MOVE YTD-FIT-WAGES  TO W2-FIT-WAGES
002694         MOVE YTD-SS-WAGES   TO W2-SS-WAGES
002695         MOVE YTD-MED-WAGES  TO W2-MED-WAGES
002696         MOVE YTD-401K-DEFER TO W2-401K-DEFER
002697     ELSE
002698         MOVE YTD-GROSS TO W2-FIT-WAGES
002699                           W2-SS-WAGES
002700                           W2-MED-WAGES
002701         MOVE ZERO TO W2-401K-DEFER
002702         ADD 1 TO WS-NO-BOX-COUNT
002703     END-IF
002705     WRITE W2-RECORD FROM WS-W2-EXTRACT
002707     ADD 1 TO WS-RECORD-COUNT.
002709
002712*----------------------------------------------------------------
002713 2310-MOVE-STATE-BOX.
002714*----------------------------------------------------------------
002715*    A MASTER CARRIED FORWARD FROM BEFORE THE STATE DETAIL WAS
002716*    ADDED HOLDS SPACES THERE - ONLY A CODED ENTRY WITH NUMERIC
002717*    AMOUNTS IS REPORTED, THE REST GO OUT BLANK AND ZERO.
002718     MOVE SPACES TO W2-ST-CODE (WS-ST-SUB)
002719     MOVE ZERO   TO W2-ST-WAGES (WS-ST-SUB)
002720                    W2-ST-TAX (WS-ST-SUB)
002721     IF YTD-ST-CODE (WS-ST-SUB) NOT = SPACES
002722        AND YTD-ST-WAGES (WS-ST-SUB) IS NUMERIC
002723        AND YTD-ST-TAX (WS-ST-SUB) IS NUMERIC
002724         MOVE YTD-ST-CODE (WS-ST-SUB)  TO W2-ST-CODE (WS-ST-SUB)
002725         MOVE YTD-ST-WAGES (WS-ST-SUB) TO W2-ST-WAGES (WS-ST-SUB)
002726         MOVE YTD-ST-TAX (WS-ST-SUB)   TO W2-ST-TAX (WS-ST-SUB)
002727     END-IF.
002728 2310-MOVE-STATE-BOX-EXIT.
002729     EXIT.
002730
002740*----------------------------------------------------------------
002750 2400-RESET-YTD-RECORD.
002810                  YTD-STATE
002820                  YTD-FICA
002830                  YTD-MEDICARE
002832                  YTD-OTHER-DED
002834                  YTD-FIT-WAGES
002836                  YTD-SS-WAGES
002838                  YTD-MED-WAGES
002840                  YTD-401K-DEFER
002842     PERFORM 2410-RESET-STATE-DETAIL
002844         THRU 2410-RESET-STATE-DETAIL-EXIT
002845         VARYING WS-ST-SUB FROM 1 BY 1
002846         UNTIL WS-ST-SUB > 4
002847     REWRITE YTD-RECORD.
002848
002849*----------------------------------------------------------------
002850 2410-RESET-STATE-DETAIL.
002851*----------------------------------------------------------------
002852*    THE NEW YEAR STARTS WITH NO STATES - PAYROLL-CALC CLAIMS
002853*    AN ENTRY THE FIRST TIME AN EMPLOYEE IS TAXED IN A STATE.
002854     MOVE SPACES TO YTD-ST-CODE (WS-ST-SUB)
002855     MOVE ZERO   TO YTD-ST-WAGES (WS-ST-SUB)
002856                    YTD-ST-TAX (WS-ST-SUB)
002857                    YTD-SUI-WAGES (WS-ST-SUB).
002858 2410-RESET-STATE-DETAIL-EXIT.
002859     EXIT.
002860
002870*----------------------------------------------------------------
002880 3000-RESET-OPEN.
003270         DISPLAY "WARNING - " WS-NO-SSN-COUNT
003280             " W-2 EXTRACT RECORDS HAVE NO SSN - THE EXTRACT "
003290             "CANNOT BE FILED UNTIL THEY ARE KEYED"
003291     END-IF
003292     IF WS-NO-BOX-COUNT > ZERO
003293         DISPLAY "WARNING - " WS-NO-BOX-COUNT
003294             " W-2 EXTRACT RECORDS CARRY GROSS IN BOXES 1/3/5 - "
003295             "CHECK BOX 3 AGAINST THE SOCIAL SECURITY WAGE BASE"
003300     END-IF.
