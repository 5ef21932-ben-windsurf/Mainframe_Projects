000460*                 MASTER BY SSN WHEN THE DIRECT EMP-ID READ
000470*                 MISSES.  AUDIT IMAGES WIDENED WITH EMP-RECORD
000480*                 (87 TO 165 BYTES), IN STEP WITH EMP-MAINT.
000481* 10/15/2026  AC  AUDIT IMAGES WIDENED WITH EMP-RECORD (165 TO
000482*                 167 BYTES - THE NEW WORK STATE), IN STEP WITH
000483*                 EMP-MAINT.
000484* 10/15/2026  AC  AUDIT IMAGES WIDENED WITH EMP-RECORD (167 TO
000485*                 176 BYTES - LAST DAY WORKED AND FINAL-PAY FLAG)
000486*                 AND THE EMPAUDIT RECORD TO 400 BYTES, IN STEP
000487*                 WITH EMP-MAINT.
000488* 10/15/2026  AC  A NOTIFICATION OF CHANGE IS NO LONGER APPLIED
000489*                 TO EMPLOYEES.IN.  THE CORRECTED BANK FIELDS ARE
000490*                 HELD ON PENDCHG.DAT (CHANGE TYPE "N", ENTERED BY
000491*                 "ACHRTN") FOR AN OPERATOR TO RELEASE THROUGH
000492*                 EMP-MAINT, LIKE ANY OTHER BANK CHANGE; THE "N"
000493*                 AUDIT RECORD IS WRITTEN THERE ON RELEASE.  HARD
000494*                 RETURNS STILL BLANK THE BANK FIELDS AT ONCE.
000495* 10/15/2026  AC  AN NOC IS NOT HELD WHILE A BANK CHANGE IS
000496*                 ALREADY OPEN FOR THE EMPLOYEE - IT IS LISTED AS
000497*                 NOT APPLIED SO THE OPEN HOLD IS DEALT WITH
000498*                 FIRST, THE SAME RULE EMP-MAINT KEEPS.
000499*----------------------------------------------------------------
000500 ENVIRONMENT DIVISION.
000510 INPUT-OUTPUT SECTION.
000520 FILE-CONTROL.
000700     SELECT REPORT-FILE ASSIGN TO "ACHRETRN.RPT"
000710         ORGANIZATION IS LINE SEQUENTIAL.

000711     SELECT PEND-FILE ASSIGN TO "PENDCHG.DAT"
000712         ORGANIZATION IS INDEXED
000713         ACCESS MODE IS DYNAMIC
000714         RECORD KEY IS PEND-KEY
000715         FILE STATUS IS WS-PEND-STATUS.

000720 DATA DIVISION.
000730 FILE SECTION.
000740*----------------------------------------------------------------
001010     COPY EMPREC.

001020 FD  AUDIT-FILE.
001030 01  AUDIT-RECORD             PIC X(400).

001040 FD  PAYPER-FILE.
001050 01  PAYPER-RECORD            PIC X(08).
001060 FD  REPORT-FILE.
001070 01  REPORT-RECORD            PIC X(100).

001073 FD  PEND-FILE.
001076     COPY PENDREC.

001080 WORKING-STORAGE SECTION.
001090*----------------------------------------------------------------
001100* SWITCHES
001330         88  EMPLOYEE-FOUND            VALUE "Y".
001340     05  WS-SSN-EOF-SW        PIC X(01) VALUE "N".
001350         88  END-OF-SSN-SCAN           VALUE "Y".
001351     05  WS-PEND-STATUS       PIC X(02) VALUE ZERO.
001352         88  PEND-FILE-OK              VALUE "00".
001353         88  PEND-FILE-NOT-FOUND       VALUE "23" "35".
001354     05  WS-PEND-SCAN-SW      PIC X(01) VALUE "N".
001355         88  END-OF-PEND-SCAN          VALUE "Y".
001356     05  WS-BANK-HOLD-SW      PIC X(01) VALUE "N".
001357         88  BANK-HOLD-OPEN            VALUE "Y".

001360*----------------------------------------------------------------
001370* THE ORIGINATED ENTRY DETAIL AS ACH-ORIGIN WROTE IT - USED TO

001570*----------------------------------------------------------------
001580* AUDIT TRAIL WORK AREAS - SAME SHAPE AS EMP-MAINT'S EMPAUDIT
001590* RECORDS.  TRAN CODE "R" IS A HARD RETURN THAT BLANKED THE
001600* BANK FIELDS.  (AN NOC CORRECTION IS AUDITED AS "N" BY
001605* EMP-MAINT WHEN IT IS RELEASED FROM PENDCHG.DAT.)
001610*----------------------------------------------------------------
001620 01  WS-AUDIT-DETAIL.
001630     05  AUD-TRAN-CODE        PIC X(01).
001640     05  AUD-RUN-DATE         PIC X(08).
001650     05  AUD-PERIOD-ID        PIC X(08).
001660     05  AUD-BEFORE-IMAGE     PIC X(176).
001670     05  AUD-AFTER-IMAGE      PIC X(176).
001680     05  FILLER               PIC X(31) VALUE SPACES.
001690 01  WS-BEFORE-IMAGE          PIC X(176) VALUE SPACES.
001700 01  WS-AFTER-IMAGE           PIC X(176) VALUE SPACES.
001710 01  WS-RUN-DATE              PIC X(08) VALUE SPACES.
001720 01  WS-PERIOD-ID             PIC X(08) VALUE SPACES.
001725 01  WS-PEND-NEXT-SEQ         PIC 9(03) VALUE ZERO.
001726 01  WS-OPEN-BANK-SEQ         PIC 9(03) VALUE ZERO.

001730*----------------------------------------------------------------
001740* REPORT WORK AREAS AND RUN TOTALS
001960*    THE ACHRETRN JOB EXISTS ONLY BECAUSE A BANK FILE ARRIVED -
001970*    A MISSING ACHRETRN.IN OR ACHFILE.OUT IS AN OPERATOR ERROR,
001980*    NOT A QUIET NO-OP, SO BOTH STOP THE RUN WITH RETURN-CODE 8
001990*    BEFORE THE MASTER IS TOUCHED.  SO DOES A PENDCHG.DAT THAT
001995*    WILL NOT OPEN, SINCE NO CORRECTION COULD BE HELD.
002000     OPEN INPUT RETURN-FILE
002010     IF NOT RETURN-FILE-OK
002020         DISPLAY "ERROR OPENING ACHRETRN.IN - STATUS "
002150     END-IF
002160     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
002170     PERFORM 1200-OPEN-AUDIT-FILE
002175     PERFORM 1400-OPEN-PENDING-FILE
002180     PERFORM 1300-READ-PERIOD-ID
002190     OPEN OUTPUT REPORT-FILE
002200     PERFORM 2100-READ-RETURN-FILE.
002870 1310-READ-PAYPER-LINE-EXIT.
002880     EXIT.

002881*----------------------------------------------------------------
002882 1400-OPEN-PENDING-FILE.
002883*----------------------------------------------------------------
002884*    THE SAME CUMULATIVE PENDCHG.DAT EMP-MAINT KEEPS - CREATED
002885*    EMPTY IF THIS IS THE FIRST PROGRAM TO HOLD A CHANGE.
002886     OPEN I-O PEND-FILE
002887     IF PEND-FILE-NOT-FOUND
002888         OPEN OUTPUT PEND-FILE
002889         CLOSE PEND-FILE
002890         OPEN I-O PEND-FILE
002891     END-IF
002892     IF NOT PEND-FILE-OK
002893         DISPLAY "ERROR OPENING PENDCHG.DAT - STATUS "
002894             WS-PEND-STATUS
002895         CLOSE RETURN-FILE EMP-FILE AUDIT-FILE
002896         MOVE 8 TO RETURN-CODE
002897         STOP RUN
002898     END-IF.

002899*----------------------------------------------------------------
002900 2000-PROC-RETURN.
002910*----------------------------------------------------------------
002920     IF RTN-RECORD-TYPE = "6"
002960             PERFORM 2300-FETCH-EMPLOYEE
002970             IF EMPLOYEE-FOUND
002980                 IF RTN-IS-NOC
002990                     PERFORM 2400-HOLD-NOC
003000                 ELSE
003010                     PERFORM 2500-APPLY-RETURN
003020                 END-IF
003830 2330-SCAN-FOR-SSN-EXIT.
003840     EXIT.

003843*----------------------------------------------------------------
003846 2400-HOLD-NOC.
003849*----------------------------------------------------------------
003852*    THE MONEY SETTLED - ONLY THE BANK FIELDS NEED FIXING.  A BANK
003855*    CHANGE IS NEVER APPLIED WITHOUT A SECOND PAIR OF EYES, EVEN
003858*    ONE THE BANK SENT, SO THE CORRECTION IS HELD ON PENDCHG.DAT
003861*    FOR RELEASE THROUGH EMP-MAINT.  ONLY THE FIELDS THE BANK
003862*    ACTUALLY CORRECTED (NONBLANK) WILL MOVE ON RELEASE.  AS IN
003863*    EMP-MAINT, ONLY ONE BANK CHANGE MAY WAIT PER EMPLOYEE - WITH
003864*    ONE ALREADY OPEN THE NOC IS LISTED, NOT HELD, SO AN APPROVER
003865*    NEVER RELEASES A STALE ONE.
003867     PERFORM 2410-NEXT-PENDING-SEQ
003875     MOVE SPACES TO WS-RPT-LINE
003883     IF BANK-HOLD-OPEN
003891         ADD 1 TO WS-UNMATCHED-COUNT
003899         STRING EMP-ID SPACE RTN-REASON-CODE
003907             " NOC NOT HELD - BANK CHANGE PENDING SEQ "
003915             WS-OPEN-BANK-SEQ
003923             DELIMITED BY SIZE INTO WS-RPT-LINE
003931     ELSE
003939         PERFORM 2430-WRITE-NOC-HOLD
003947     END-IF
003957     WRITE REPORT-RECORD FROM WS-RPT-LINE.

003960*----------------------------------------------------------------
003963 2410-NEXT-PENDING-SEQ.
003966*----------------------------------------------------------------
003969*    ONE PAST THE HIGHEST SEQUENCE ALREADY ON FILE FOR THE
003972*    EMPLOYEE, DECIDED OR NOT.  THE SAME SCAN NOTES ANY BANK
003973*    CHANGE ("B" OR "N") STILL OPEN FOR THE EMPLOYEE.
003975     MOVE 1 TO WS-PEND-NEXT-SEQ
003976     MOVE "N" TO WS-BANK-HOLD-SW
003978     MOVE "N" TO WS-PEND-SCAN-SW
003981     MOVE EMP-ID TO PEND-EMP-ID
003984     MOVE ZERO TO PEND-SEQ
003987     START PEND-FILE KEY IS NOT LESS THAN PEND-KEY
003990         INVALID KEY
003993             MOVE "Y" TO WS-PEND-SCAN-SW
003996     END-START
003999     PERFORM 2420-READ-PENDING THRU 2420-READ-PENDING-EXIT
004002         UNTIL END-OF-PEND-SCAN.

004005*----------------------------------------------------------------
004008 2420-READ-PENDING.
004011*----------------------------------------------------------------
004014     READ PEND-FILE NEXT RECORD
004017         AT END
004020             MOVE "Y" TO WS-PEND-SCAN-SW
004023     END-READ
004026     IF NOT END-OF-PEND-SCAN
004029         IF PEND-EMP-ID NOT = EMP-ID
004032             MOVE "Y" TO WS-PEND-SCAN-SW
004035         ELSE
004038             COMPUTE WS-PEND-NEXT-SEQ = PEND-SEQ + 1
004039             IF PEND-OPEN AND PEND-ANY-BANK-CHANGE
004040                 MOVE "Y" TO WS-BANK-HOLD-SW
004041                 MOVE PEND-SEQ TO WS-OPEN-BANK-SEQ
004042             END-IF
004043         END-IF
004044     END-IF.
004047 2420-READ-PENDING-EXIT.
004050     EXIT.

004051*----------------------------------------------------------------
004052 2430-WRITE-NOC-HOLD.
004053*----------------------------------------------------------------
004054     MOVE SPACES            TO PEND-RECORD
004055     MOVE EMP-ID            TO PEND-EMP-ID
004056     MOVE WS-PEND-NEXT-SEQ  TO PEND-SEQ
004057     MOVE "P"               TO PEND-STATUS
004058     MOVE "N"               TO PEND-CHG-TYPE
004059     MOVE "ACHRTN"          TO PEND-ENTERED-BY
004060     MOVE WS-RUN-DATE       TO PEND-ENTERED-DATE
004061     MOVE WS-PERIOD-ID      TO PEND-ENTERED-PERIOD
004062     MOVE ZERO              TO PEND-SALARY
004063                               PEND-HOURLY-RATE
004064     MOVE RTN-CORR-ROUTING  TO PEND-BANK-ROUTING
004065     MOVE RTN-CORR-ACCOUNT  TO PEND-BANK-ACCOUNT
004066     MOVE RTN-CORR-ACCT-TYPE TO PEND-BANK-ACCT-TYPE
004067     STRING RTN-REASON-CODE SPACE RTN-ORIG-TRACE
004068         DELIMITED BY SIZE INTO PEND-REFERENCE
004069     WRITE PEND-RECORD
004070         INVALID KEY
004071             ADD 1 TO WS-UNMATCHED-COUNT
004072             STRING EMP-ID SPACE RTN-REASON-CODE
004073                 " NOC NOT HELD - PENDCHG.DAT WRITE FAILED"
004074                 DELIMITED BY SIZE INTO WS-RPT-LINE
004075         NOT INVALID KEY
004076             ADD 1 TO WS-NOC-COUNT
004077             STRING EMP-ID SPACE RTN-REASON-CODE
004078                 " NOC HELD FOR APPROVAL - PENDING SEQ "
004079                 PEND-SEQ
004080                 DELIMITED BY SIZE INTO WS-RPT-LINE
004081     END-WRITE.

004110*----------------------------------------------------------------
004120 2500-APPLY-RETURN.
004760     MOVE SPACES TO WS-RPT-LINE
004770     STRING "RETURNS: " WS-RETURN-COUNT
004780         "  DOLLARS RETURNED: " WS-TOTAL-RETURNED-ED
004790         "  NOC HELD: " WS-NOC-COUNT
004800         "  NOT APPLIED: " WS-UNMATCHED-COUNT
004810         DELIMITED BY SIZE INTO WS-RPT-LINE
004820     WRITE REPORT-RECORD FROM WS-RPT-LINE
004880         WRITE REPORT-RECORD FROM WS-RPT-LINE
004890     END-IF
004900     CLOSE RETURN-FILE EMP-FILE AUDIT-FILE REPORT-FILE
004905           PEND-FILE
004910     DISPLAY "ACH RETURN PROCESSING COMPLETE - "
004920         WS-RETURN-COUNT " RETURNS, " WS-NOC-COUNT
004930         " CORRECTIONS HELD FOR APPROVAL".
