001100* BUCKETS WERE ADDED MUST BE CONVERTED (ZERO BUCKETS APPENDED)
001200* BEFORE THE FIRST RUN AT THIS LEVEL.
001300*
001310* THE STATE DETAIL BREAKS YTD-STATE OUT BY TAXING STATE - ONE
001320* ENTRY PER STATE THE EMPLOYEE WAS PAID IN THIS YEAR, WITH THE
001330* STATE WAGES AND STATE TAX WITHHELD - FOR THE W-2 STATE BOXES.
001340* UNUSED ENTRIES CARRY A BLANK STATE CODE.
001350*
001400* MODIFICATION HISTORY
001500* 08/21/2026  AC  ORIGINAL COPYBOOK - EXTRACTED FROM
001600*                 PAYROLL-CALC WHEN YTD-YEAREND AND PAY-RECON
001700*                 WERE ADDED AS FURTHER READERS OF YTD-MASTER.
001710* 10/15/2026  AC  ADD THE PER-STATE WAGE AND WITHHOLDING DETAIL
001720*                 (UP TO FOUR STATES A YEAR).  A YTD-MASTER
001730*                 CARRIED FORWARD FROM BEFORE THIS LEVEL MUST
001740*                 BE CONVERTED (BLANK STATE CODES AND ZERO
001750*                 AMOUNTS APPENDED) BEFORE THE FIRST RUN.
001755* 10/15/2026  AC  ADD THE W-2 WAGE BOXES - FEDERAL TAXABLE
001760*                 WAGES (BOX 1), SOCIAL SECURITY WAGES (BOX 3),
001765*                 MEDICARE WAGES (BOX 5) - AND THE 401(K)
001770*                 DEFERRAL (BOX 12 CODE D), NOW THAT PRE-TAX
001775*                 DEDUCTIONS MAKE THEM DIFFER FROM YTD-GROSS.  A
001780*                 RECORD CARRIED FORWARD FROM BEFORE THIS LEVEL
001785*                 READS WITH SPACES HERE; PAYROLL-CALC REBUILDS
001790*                 THE BOXES FROM YTD-GROSS (NO PRE-TAX YET) THE
001791*                 FIRST TIME IT POSTS THE EMPLOYEE.
001792* 10/15/2026  AC  ADD THE UNEMPLOYMENT (FUTA/SUTA) WAGES BY
001793*                 STATE, PARALLEL TO THE STATE DETAIL, SO EACH
001794*                 STATE'S SUTA BASE IS MEASURED AGAINST THE WAGES
001795*                 PAID IN THAT STATE.  A RECORD CARRIED FORWARD
001796*                 FROM BEFORE THIS LEVEL READS WITH SPACES HERE;
001797*                 PAYROLL-CALC STARTS THEM FROM THE STATE WAGES.
001800*----------------------------------------------------------------
001900 01  YTD-RECORD.
002000     05  YTD-EMP-ID           PIC X(10).
002600     05  YTD-FICA             PIC 9(8)V99.
002700     05  YTD-MEDICARE         PIC 9(8)V99.
002800     05  YTD-OTHER-DED        PIC 9(8)V99.
002900     05  YTD-STATE-DETAIL OCCURS 4 TIMES.
003000         10  YTD-ST-CODE      PIC X(02).
003100         10  YTD-ST-WAGES     PIC 9(8)V99.
003200         10  YTD-ST-TAX       PIC 9(8)V99.
003211     05  YTD-FIT-WAGES        PIC 9(8)V99.
003222     05  YTD-FIT-WAGES-X REDEFINES YTD-FIT-WAGES
003233                              PIC X(10).
003244     05  YTD-SS-WAGES         PIC 9(8)V99.
003255     05  YTD-MED-WAGES        PIC 9(8)V99.
003266     05  YTD-401K-DEFER       PIC 9(8)V99.
003281     05  YTD-SUI-WAGES        PIC 9(8)V99 OCCURS 4 TIMES.
