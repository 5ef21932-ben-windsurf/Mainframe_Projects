000300*                 ("YYYY Q" - THE QTR941 JOB ECHOES IT IN, THE
000310*                 SAME WAY PAYRUN STAMPS PAYPERIOD.DAT).  RUNS
000320*                 AGAINST THE PERSISTENT MASTER DIRECTORY.
000321* 10/15/2026  AC  ROLL UP THE FEDERAL TAXABLE, SOCIAL SECURITY,
000322*                 AND MEDICARE WAGES NOW CARRIED ON TAXLIAB.DAT
000323*                 AND PRINT THEM AS 941 LINES 2, 5A AND 5C - PRE-
000324*                 TAX DEDUCTIONS MAKE THEM DIFFER FROM TOTAL
000325*                 WAGES.  A RECORD APPENDED BEFORE THEN COUNTS ITS
000326*                 TOTAL WAGES IN ALL THREE.
000327* 10/15/2026  AC  ROLL UP THE 401(K) DEFERRALS (BOX 12 CODE D) ON
000328*                 TAXLIAB.DAT AND PRINT THEM UNDER THE LIABILITY
000329*                 TOTAL; AN OLDER RECORD WITHOUT THEM COUNTS ZERO.
000330*----------------------------------------------------------------
000340 ENVIRONMENT DIVISION.
000350 INPUT-OUTPUT SECTION.
000450 DATA DIVISION.
000460 FILE SECTION.
000470 FD  TAXLIAB-FILE.
000480 01  TAXLIAB-RECORD           PIC X(144).

000490 FD  PARM-FILE.
000500 01  PARM-RECORD              PIC X(06).
001100     05  WS-QTR-MEDICARE      PIC S9(10)V99 VALUE ZERO.
001110     05  WS-QTR-LIABILITY     PIC S9(10)V99 VALUE ZERO.
001120     05  WS-QTR-STORED-LIAB   PIC S9(10)V99 VALUE ZERO.
001122     05  WS-QTR-FIT-WAGES     PIC S9(10)V99 VALUE ZERO.
001124     05  WS-QTR-SS-WAGES      PIC S9(10)V99 VALUE ZERO.
001126     05  WS-QTR-MED-WAGES     PIC S9(10)V99 VALUE ZERO.
001128     05  WS-QTR-401K          PIC S9(10)V99 VALUE ZERO.
001130 01  WS-REC-COUNT             PIC 9(06) VALUE ZERO.
001140 01  WS-QTR-REC-COUNT         PIC 9(06) VALUE ZERO.

002340*    EDITED BY HAND OR DAMAGED.
002350     ADD 1 TO WS-QTR-REC-COUNT
002360     ADD TL-TOTAL-WAGES      TO WS-QTR-WAGES
002361     IF TL-FIT-WAGES-X = SPACES
002362         ADD TL-TOTAL-WAGES  TO WS-QTR-FIT-WAGES
002363         ADD TL-TOTAL-WAGES  TO WS-QTR-SS-WAGES
002364         ADD TL-TOTAL-WAGES  TO WS-QTR-MED-WAGES
002365     ELSE
002366         ADD TL-FIT-WAGES    TO WS-QTR-FIT-WAGES
002367         ADD TL-SS-WAGES     TO WS-QTR-SS-WAGES
002368         ADD TL-MED-WAGES    TO WS-QTR-MED-WAGES
002369     END-IF
002370     ADD TL-FEDERAL-WH       TO WS-QTR-FEDERAL
002380     ADD TL-EE-FICA          TO WS-QTR-FICA
002390     ADD TL-ER-FICA          TO WS-QTR-FICA
002400     ADD TL-EE-MEDICARE      TO WS-QTR-MEDICARE
002410     ADD TL-ER-MEDICARE      TO WS-QTR-MEDICARE
002420     ADD TL-TOTAL-LIABILITY  TO WS-QTR-STORED-LIAB
002422     IF TL-401K-DEFER-X NOT = SPACES
002424         ADD TL-401K-DEFER   TO WS-QTR-401K
002426     END-IF
002430     COMPUTE WS-QTR-LIABILITY = WS-QTR-LIABILITY +
002440         TL-FEDERAL-WH + TL-EE-FICA + TL-ER-FICA +
002450         TL-EE-MEDICARE + TL-ER-MEDICARE
003140     MOVE SPACES TO WS-WKST-LINE
003150     STRING "TOTAL WAGES PAID:          " WS-AMT-ED
003160         DELIMITED BY SIZE INTO WS-WKST-LINE
003161     WRITE WKST-RECORD FROM WS-WKST-LINE
003162     MOVE WS-QTR-FIT-WAGES TO WS-AMT-ED
003163     MOVE SPACES TO WS-WKST-LINE
003164     STRING "LINE 2  TAXABLE WAGES:     " WS-AMT-ED
003165         DELIMITED BY SIZE INTO WS-WKST-LINE
003166     WRITE WKST-RECORD FROM WS-WKST-LINE
003167     MOVE WS-QTR-SS-WAGES TO WS-AMT-ED
003168     MOVE SPACES TO WS-WKST-LINE
003169     STRING "LINE 5A SOC SEC WAGES:     " WS-AMT-ED
003170         DELIMITED BY SIZE INTO WS-WKST-LINE
003171     WRITE WKST-RECORD FROM WS-WKST-LINE
003172     MOVE WS-QTR-MED-WAGES TO WS-AMT-ED
003173     MOVE SPACES TO WS-WKST-LINE
003174     STRING "LINE 5C MEDICARE WAGES:    " WS-AMT-ED
003175         DELIMITED BY SIZE INTO WS-WKST-LINE
003176     WRITE WKST-RECORD FROM WS-WKST-LINE
003180     MOVE WS-QTR-FEDERAL TO WS-AMT-ED
003190     MOVE SPACES TO WS-WKST-LINE
003200     STRING "FEDERAL INCOME TAX W/H:    " WS-AMT-ED
003340     MOVE SPACES TO WS-WKST-LINE
003350     STRING "TOTAL QUARTER LIABILITY:   " WS-AMT-ED
003360         DELIMITED BY SIZE INTO WS-WKST-LINE
003370     WRITE WKST-RECORD FROM WS-WKST-LINE
003372     MOVE WS-QTR-401K TO WS-AMT-ED
003374     MOVE SPACES TO WS-WKST-LINE
003375     STRING "401(K) DEFERRALS (12D):    " WS-AMT-ED
003376         DELIMITED BY SIZE INTO WS-WKST-LINE
003378     WRITE WKST-RECORD FROM WS-WKST-LINE.

003380*----------------------------------------------------------------
003390 9200-WRITE-DATE-LINE.
