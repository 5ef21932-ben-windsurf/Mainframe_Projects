000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. DED-REMIT.
000030 AUTHOR. ASHLEY CHANCE.
000040 INSTALLATION. CORPORATE PAYROLL SYSTEMS.
000050 DATE-WRITTEN. 10/15/2026.
000060 DATE-COMPILED.
000070*----------------------------------------------------------------
000080* MODIFICATION HISTORY
000090*----------------------------------------------------------------
000100* 10/15/2026  AC  ORIGINAL PROGRAM.  REMITS THE MONEY PAYROLL
000110*                 WITHHOLDS FOR OTHERS - 401(K), INSURANCE, UNION
000120*                 DUES, GARNISHMENTS - INSTEAD OF ACCOUNTS PAYABLE
000130*                 RE-ADDING THE REGISTER'S DEDUCTION LINES EACH
000140*                 MONTH.  READS THE RUN'S DEDTAKEN.OUT EXTRACT
000150*                 FROM PAYROLL-CALC AND THE DEDPAYEE.DAT PAYEE
000160*                 MASTER (VENDORS, THE VENDOR EACH DEDUCTION CODE
000170*                 IS REMITTED TO, AND EACH GARNISHMENT ORDER'S
000180*                 CASE NUMBER AND ISSUING AGENCY).  WRITES
000190*                 REMITREG.OUT - THE REMITTANCE REGISTER TOTALED
000200*                 BY VENDOR, GARNISHMENTS DETAILED BY EMPLOYEE AND
000210*                 CASE - AND APPAYMT.OUT, THE AP PAYMENT
000220*                 INTERFACE.  A VENDOR FLAGGED FOR ELECTRONIC
000230*                 PAYMENT HAS ITS GARNISHMENTS SENT ON
000240*                 REMITACH.OUT AS NACHA CCD+ ENTRIES WITH A
000250*                 CHILD-SUPPORT "DED" ADDENDA.  THE TOTAL IS
000260*                 PROVED AGAINST THE OTHER DEDUCTIONS PAYABLE
000270*                 (2140) CREDIT ON GLPOST.OUT.  RUNS AS THE
000280*                 DEDREMIT STEP OF PAYRUN AND OFFCYCLE, AFTER
000290*                 PAYCALC, IN THE SAME PERIOD DIRECTORY.
000300*----------------------------------------------------------------
000310 ENVIRONMENT DIVISION.
000320 INPUT-OUTPUT SECTION.
000330 FILE-CONTROL.
000340     SELECT PAYEE-FILE ASSIGN TO "DEDPAYEE.DAT"
000350         ORGANIZATION IS LINE SEQUENTIAL
000360         FILE STATUS IS WS-PAYEE-STATUS.

000370     SELECT DEDT-FILE ASSIGN TO "DEDTAKEN.OUT"
000380         ORGANIZATION IS LINE SEQUENTIAL
000390         FILE STATUS IS WS-DEDT-STATUS.

000400     SELECT GL-FILE ASSIGN TO "GLPOST.OUT"
000410         ORGANIZATION IS LINE SEQUENTIAL
000420         FILE STATUS IS WS-GL-STATUS.

000430     SELECT REGISTER-FILE ASSIGN TO "REMITREG.OUT"
000440         ORGANIZATION IS LINE SEQUENTIAL.

000450     SELECT AP-FILE ASSIGN TO "APPAYMT.OUT"
000460         ORGANIZATION IS LINE SEQUENTIAL.

000470     SELECT ACH-FILE ASSIGN TO "REMITACH.OUT"
000480         ORGANIZATION IS LINE SEQUENTIAL.

000490 DATA DIVISION.
000500 FILE SECTION.
000510*----------------------------------------------------------------
000520* PAYEE MASTER - HAND-MAINTAINED BY ACCOUNTS PAYABLE, READ ONLY.
000530* THREE RECORD TYPES, ALL CARRYING A VENDOR ID IN COLUMNS 2-11:
000540*   "V"  A REMITTANCE VENDOR - ITS AP VENDOR NUMBER, NAME, AND
000550*        REMIT METHOD ("C" AP CHECK, "E" ELECTRONIC CCD+, WHICH
000560*        NEEDS THE AGENCY'S BANK ACCOUNT AND ITS FIPS CODE).
000570*   "C"  A DEDUCTION CODE AND THE VENDOR IT IS REMITTED TO.
000580*   "O"  A GARNISHMENT ORDER - EMPLOYEE, DEDUCTION CODE, CASE
000590*        NUMBER, ISSUING AGENCY OR COURT, AND WHETHER THE ORDER
000600*        CARRIES MEDICAL SUPPORT.  THE VENDOR ID IS WHERE THIS
000610*        ORDER IS PAID (A STATE DISBURSEMENT UNIT, SAY); BLANK
000620*        MEANS THE VENDOR OF THE DEDUCTION CODE.
000630*----------------------------------------------------------------
000640 FD  PAYEE-FILE.
000650 01  PAYEE-RECORD.
000660     05  PAYEE-REC-TYPE       PIC X(01).
000670         88  PAYEE-VENDOR-REC          VALUE "V".
000680         88  PAYEE-CODE-REC            VALUE "C".
000690         88  PAYEE-ORDER-REC           VALUE "O".
000700     05  PAYEE-VENDOR-ID      PIC X(10).
000710     05  PAYEE-DATA           PIC X(89).
000720     05  PAYEE-VENDOR-DATA REDEFINES PAYEE-DATA.
000730         10  PV-NAME          PIC X(30).
000740         10  PV-REMIT-METHOD  PIC X(01).
000750             88  PV-REMIT-BY-ACH       VALUE "E".
000760         10  PV-ROUTING       PIC X(09).
000770         10  PV-ACCOUNT       PIC X(17).
000780         10  PV-ACCT-TYPE     PIC X(01).
000790         10  PV-FIPS          PIC X(07).
000800         10  FILLER           PIC X(24).
000810     05  PAYEE-CODE-DATA REDEFINES PAYEE-DATA.
000820         10  PC-DED-CODE      PIC X(04).
000830         10  FILLER           PIC X(85).
000840     05  PAYEE-ORDER-DATA REDEFINES PAYEE-DATA.
000850         10  PO-EMP-ID        PIC X(10).
000860         10  PO-DED-CODE      PIC X(04).
000870         10  PO-CASE-NO       PIC X(20).
000880         10  PO-AGENCY        PIC X(30).
000890         10  PO-MED-SUPPORT   PIC X(01).
000900         10  FILLER           PIC X(24).

000910 FD  DEDT-FILE.
000920     COPY DEDTREC.

000930 FD  GL-FILE.
000940 01  GL-RECORD                PIC X(80).

000950 FD  REGISTER-FILE.
000960 01  REGISTER-RECORD          PIC X(132).

000970*----------------------------------------------------------------
000980* AP PAYMENT INTERFACE - ONE FIXED UNEDITED INVOICE PER VENDOR
000990* FOR ITS DEDUCTION CODES, AND ONE PER GARNISHMENT (THE CASE
001000* NUMBER MUST RIDE ON THE PAYMENT).  PAY METHOD "C" ASKS AP TO
001010* CUT THE CHECK; "E" WAS ALREADY SENT ON REMITACH.OUT AND IS
001020* BOOKED BY AP WITHOUT A CHECK.  ALL CHARGE THE 2140 LIABILITY.
001030*----------------------------------------------------------------
001040 FD  AP-FILE.
001050 01  AP-PAYMENT-RECORD.
001060     05  AP-RECORD-TYPE       PIC X(01).
001070     05  AP-VENDOR-ID         PIC X(10).
001080     05  AP-INVOICE-NO        PIC X(15).
001090     05  AP-INVOICE-DATE      PIC 9(08).
001100     05  AP-DUE-DATE          PIC 9(08).
001110     05  AP-AMOUNT            PIC 9(08)V99.
001120     05  AP-GL-ACCOUNT        PIC X(04).
001130     05  AP-PAY-METHOD        PIC X(01).
001140         88  AP-PAY-BY-CHECK           VALUE "C".
001150         88  AP-PAID-BY-ACH            VALUE "E".
001160     05  AP-CASE-NO           PIC X(20).
001170     05  AP-EMP-ID            PIC X(10).
001180     05  AP-MEMO              PIC X(30).
001190     05  FILLER               PIC X(03).

001200 FD  ACH-FILE.
001210 01  ACH-RECORD               PIC X(94).

001220 WORKING-STORAGE SECTION.
001230*----------------------------------------------------------------
001240* SWITCHES
001250*----------------------------------------------------------------
001260 01  WS-SWITCHES.
001270     05  WS-PAYEE-STATUS      PIC X(02) VALUE ZERO.
001280         88  PAYEE-FILE-OK             VALUE "00".
001290     05  WS-PAYEE-EOF-SW      PIC X(01) VALUE "N".
001300         88  END-OF-PAYEE-FILE         VALUE "Y".
001310     05  WS-DEDT-STATUS       PIC X(02) VALUE ZERO.
001320         88  DEDT-FILE-OK              VALUE "00".
001330     05  WS-DEDT-EOF-SW       PIC X(01) VALUE "N".
001340         88  END-OF-DEDT-FILE          VALUE "Y".
001350     05  WS-DEDT-OPEN-SW      PIC X(01) VALUE "N".
001360         88  DEDT-FILE-OPEN            VALUE "Y".
001370     05  WS-GL-STATUS         PIC X(02) VALUE ZERO.
001380         88  GL-FILE-OK                VALUE "00".
001390     05  WS-GL-EOF-SW         PIC X(01) VALUE "N".
001400         88  END-OF-GL-FILE            VALUE "Y".
001410     05  WS-GL-FOUND-SW       PIC X(01) VALUE "N".
001420         88  GL-FILE-READ              VALUE "Y".
001430     05  WS-ACH-STARTED-SW    PIC X(01) VALUE "N".
001440         88  ACH-FILE-STARTED          VALUE "Y".
001450     05  WS-PAYEE-OVFL-SW     PIC X(01) VALUE "N".
001460         88  PAYEE-TABLE-OVERFLOWED    VALUE "Y".
001470     05  WS-GARN-OVFL-SW      PIC X(01) VALUE "N".
001480         88  GARN-TABLE-OVERFLOWED     VALUE "Y".
001490     05  WS-UNM-OVFL-SW       PIC X(01) VALUE "N".
001500         88  UNMAPPED-TABLE-OVERFLOWED VALUE "Y".
001510     05  WS-REV-OVFL-SW       PIC X(01) VALUE "N".
001520         88  REVERSAL-TABLE-OVERFLOWED VALUE "Y".

001530*----------------------------------------------------------------
001540* SITE CONSTANTS - THE ORIGINATING COMPANY AND ODFI IDENTIFIERS
001550* THE BANK EXPECTS ON EVERY FILE, THE SAME AS ACH-ORIGIN CARRIES.
001560* CONFIRM WITH THE BANK BEFORE CHANGING ANY OF THESE.
001570*----------------------------------------------------------------
001580 01  WS-SITE-CONSTANTS.
001590     05  WS-IMMED-DEST        PIC X(10) VALUE " 051000017".
001600     05  WS-IMMED-ORIGIN      PIC X(10) VALUE "1872403619".
001610     05  WS-IMMED-DEST-NAME   PIC X(23)
001620         VALUE "FIRST COMMERCE BANK".
001630     05  WS-IMMED-ORIG-NAME   PIC X(23)
001640         VALUE "CORPORATE PAYROLL SYS".
001650     05  WS-COMPANY-NAME      PIC X(16)
001660         VALUE "CORP PAYROLL".
001670     05  WS-COMPANY-ID        PIC X(10) VALUE "1872403619".
001680     05  WS-ODFI-ID           PIC X(08) VALUE "05100001".
001690     05  WS-LIABILITY-ACCT    PIC X(04) VALUE "2140".

001700*----------------------------------------------------------------
001710* REMITTANCE VENDORS FROM THE "V" RECORDS.  THE TOTALS ARE WHAT
001720* THE RUN OWES THE VENDOR FOR ITS DEDUCTION CODES AND FOR THE
001730* GARNISHMENTS PAID TO IT.
001740*----------------------------------------------------------------
001750 01  WS-VEND-COUNT            PIC 9(04) COMP VALUE ZERO.
001760 01  WS-VEND-TABLE.
001770     05  WS-VEND-ENTRY OCCURS 200 TIMES
001780                            INDEXED BY WS-VEND-IDX.
001790         10  WS-VEND-ID       PIC X(10).
001800         10  WS-VEND-NAME     PIC X(30).
001810         10  WS-VEND-METHOD   PIC X(01).
001820             88  VEND-BY-ACH           VALUE "E".
001830         10  WS-VEND-ROUTING  PIC X(09).
001840         10  WS-VEND-ROUTING-8 REDEFINES WS-VEND-ROUTING.
001850             15  WS-VEND-RDFI-8 PIC 9(08).
001860             15  FILLER       PIC X(01).
001870         10  WS-VEND-ACCOUNT  PIC X(17).
001880         10  WS-VEND-ACCT-TYPE PIC X(01).
001890         10  WS-VEND-FIPS     PIC X(07).
001900         10  WS-VEND-CODE-TOTAL PIC S9(10)V99.
001910         10  WS-VEND-GARN-TOTAL PIC S9(10)V99.

001920*----------------------------------------------------------------
001930* DEDUCTION CODE TO VENDOR, FROM THE "C" RECORDS.  THE VENDOR
001940* POSITION IS RESOLVED ONCE THE WHOLE MASTER IS LOADED (ZERO -
001950* NO SUCH VENDOR).  AMOUNT AND COUNT ARE THE CODE'S NON-
001960* GARNISHMENT DRAWS THIS RUN.
001970*----------------------------------------------------------------
001980 01  WS-CODE-COUNT            PIC 9(04) COMP VALUE ZERO.
001990 01  WS-CODE-TABLE.
002000     05  WS-CODE-ENTRY OCCURS 200 TIMES
002010                            INDEXED BY WS-CODE-IDX.
002020         10  WS-CODE-DED-CODE PIC X(04).
002030         10  WS-CODE-VEND-ID  PIC X(10).
002040         10  WS-CODE-VEND-POS PIC 9(04) COMP.
002050         10  WS-CODE-AMOUNT   PIC S9(10)V99.
002060         10  WS-CODE-DRAWS    PIC 9(05).

002070*----------------------------------------------------------------
002080* GARNISHMENT ORDERS FROM THE "O" RECORDS.
002090*----------------------------------------------------------------
002100 01  WS-ORD-COUNT             PIC 9(04) COMP VALUE ZERO.
002110 01  WS-ORD-TABLE.
002120     05  WS-ORD-ENTRY OCCURS 1000 TIMES
002130                            INDEXED BY WS-ORD-IDX.
002140         10  WS-ORD-EMP-ID    PIC X(10).
002150         10  WS-ORD-DED-CODE  PIC X(04).
002160         10  WS-ORD-VEND-ID   PIC X(10).
002170         10  WS-ORD-CASE-NO   PIC X(20).
002180         10  WS-ORD-AGENCY    PIC X(30).
002190         10  WS-ORD-MED-SUPPORT PIC X(01).

002200*----------------------------------------------------------------
002210* GARNISHMENTS TAKEN THIS RUN - ONE ENTRY PER DRAW, WITH THE
002220* ORDER IT WAS MATCHED TO (ZERO - NO ORDER ON FILE) AND THE
002230* VENDOR IT IS PAID TO.
002240*----------------------------------------------------------------
002250 01  WS-GARN-COUNT            PIC 9(04) COMP VALUE ZERO.
002260 01  WS-GARN-TABLE.
002270     05  WS-GARN-ENTRY OCCURS 1000 TIMES
002280                            INDEXED BY WS-GARN-IDX.
002290         10  WS-GRN-EMP-ID    PIC X(10).
002300         10  WS-GRN-EMP-NAME  PIC X(30).
002310         10  WS-GRN-SSN       PIC X(09).
002320         10  WS-GRN-DED-CODE  PIC X(04).
002330         10  WS-GRN-ORD-POS   PIC 9(04) COMP.
002340         10  WS-GRN-VEND-POS  PIC 9(04) COMP.
002350         10  WS-GRN-AMOUNT    PIC S9(8)V99.
002360         10  WS-GRN-PAY-DATE  PIC 9(08).
002370         10  WS-GRN-TERM-FLAG PIC X(01).

002380*----------------------------------------------------------------
002390* DEDUCTIONS WITH NO PAYEE - A CODE WITH NO "C" RECORD, OR ONE
002400* NAMING A VENDOR NOT ON FILE.  THEY ARE LISTED, NOT REMITTED.
002410*----------------------------------------------------------------
002420 01  WS-UNM-COUNT             PIC 9(04) COMP VALUE ZERO.
002430 01  WS-UNM-TABLE.
002440     05  WS-UNM-ENTRY OCCURS 100 TIMES
002450                            INDEXED BY WS-UNM-IDX.
002460         10  WS-UNM-DED-CODE  PIC X(04).
002470         10  WS-UNM-AMOUNT    PIC S9(10)V99.
002480         10  WS-UNM-DRAWS     PIC 9(05).

002490*----------------------------------------------------------------
002500* VOID REVERSALS - A VOIDED CHECK'S OTHER DEDUCTIONS, ALREADY
002510* REMITTED WITH THE ORIGINAL RUN, TO BE RECOVERED BY HAND.
002520*----------------------------------------------------------------
002530 01  WS-REV-COUNT             PIC 9(04) COMP VALUE ZERO.
002540 01  WS-REV-TABLE.
002550     05  WS-REV-ENTRY OCCURS 200 TIMES
002560                            INDEXED BY WS-REV-IDX.
002570         10  WS-REV-EMP-ID    PIC X(10).
002580         10  WS-REV-EMP-NAME  PIC X(30).
002590         10  WS-REV-REFERENCE PIC X(15).
002600         10  WS-REV-AMOUNT    PIC S9(8)V99.

002610*----------------------------------------------------------------
002620* TABLE SEARCH WORK AREAS
002630*----------------------------------------------------------------
002640 01  WS-FIND-VEND-ID          PIC X(10) VALUE SPACES.
002650 01  WS-FOUND-VEND-POS        PIC 9(04) COMP VALUE ZERO.
002660 01  WS-FOUND-CODE-POS        PIC 9(04) COMP VALUE ZERO.
002670 01  WS-FOUND-ORD-POS         PIC 9(04) COMP VALUE ZERO.
002680 01  WS-FOUND-UNM-POS         PIC 9(04) COMP VALUE ZERO.
002690 01  WS-GARN-VEND-POS         PIC 9(04) COMP VALUE ZERO.
002700 01  WS-CUR-VEND-POS          PIC 9(04) COMP VALUE ZERO.

002710*----------------------------------------------------------------
002720* GLPOST.OUT LINE AS PAYROLL-CALC'S 9500-WRITE-GL-EXTRACT WRITES
002730* IT - FIXED COLUMNS, AMOUNTS EDITED WITHOUT A SIGN (A REVERSAL
002740* PRINTS IN THE OPPOSITE COLUMN).
002750*----------------------------------------------------------------
002760 01  WS-GL-LINE.
002770     05  GL-DEPT              PIC X(05).
002780     05  FILLER               PIC X(02).
002790     05  GL-ACCOUNT           PIC X(04).
002800     05  FILLER               PIC X(02).
002810     05  GL-DESC              PIC X(26).
002820     05  GL-DEBIT             PIC X(13).
002830     05  FILLER               PIC X(03).
002840     05  GL-CREDIT            PIC X(13).
002850     05  FILLER               PIC X(12).

002860*----------------------------------------------------------------
002870* AMOUNT PARSING WORK AREAS - THE DIGITS OF AN EDITED AMOUNT ARE
002880* COLLECTED LEFT TO RIGHT AND TAKEN AS PENNIES, THE SAME WAY
002890* PAY-RECON PARSES ITS REGISTER AMOUNTS.
002900*----------------------------------------------------------------
002910 01  WS-PARSE-FIELD           PIC X(13).
002920 01  WS-PARSE-CHAR            PIC X(01).
002930 01  WS-PARSE-DIGIT           PIC 9(01).
002940 01  WS-PARSE-SUB             PIC 9(02) COMP.
002950 01  WS-PARSE-PENNIES         PIC 9(12) VALUE ZERO.
002960 01  WS-PARSE-AMT             PIC 9(10)V99 VALUE ZERO.

002970*----------------------------------------------------------------
002980* NACHA FILE HEADER RECORD - TYPE "1"
002990*----------------------------------------------------------------
003000 01  WS-FILE-HEADER.
003010     05  FH-RECORD-TYPE       PIC X(01) VALUE "1".
003020     05  FH-PRIORITY-CODE     PIC X(02) VALUE "01".
003030     05  FH-IMMED-DEST        PIC X(10).
003040     05  FH-IMMED-ORIGIN      PIC X(10).
003050     05  FH-CREATION-DATE     PIC 9(06).
003060     05  FH-CREATION-TIME     PIC 9(04).
003070     05  FH-FILE-ID-MODIFIER  PIC X(01) VALUE "A".
003080     05  FH-RECORD-SIZE       PIC X(03) VALUE "094".
003090     05  FH-BLOCKING-FACTOR   PIC X(02) VALUE "10".
003100     05  FH-FORMAT-CODE       PIC X(01) VALUE "1".
003110     05  FH-IMMED-DEST-NAME   PIC X(23).
003120     05  FH-IMMED-ORIG-NAME   PIC X(23).
003130     05  FH-REFERENCE-CODE    PIC X(08) VALUE SPACES.

003140*----------------------------------------------------------------
003150* NACHA BATCH HEADER RECORD - TYPE "5".  CORPORATE CREDITS (CCD)
003160* TO THE AGENCIES, SERVICE CLASS 220 - CREDITS ONLY.
003170*----------------------------------------------------------------
003180 01  WS-BATCH-HEADER.
003190     05  BH-RECORD-TYPE       PIC X(01) VALUE "5".
003200     05  BH-SERVICE-CLASS     PIC X(03) VALUE "220".
003210     05  BH-COMPANY-NAME      PIC X(16).
003220     05  BH-DISCRETIONARY     PIC X(20) VALUE SPACES.
003230     05  BH-COMPANY-ID        PIC X(10).
003240     05  BH-SEC-CODE          PIC X(03) VALUE "CCD".
003250     05  BH-ENTRY-DESC        PIC X(10) VALUE "CHILD SUPP".
003260     05  BH-DESCRIPTIVE-DATE  PIC X(06).
003270     05  BH-EFFECTIVE-DATE    PIC 9(06).
003280     05  BH-SETTLEMENT-DATE   PIC X(03) VALUE SPACES.
003290     05  BH-ORIG-STATUS-CODE  PIC X(01) VALUE "1".
003300     05  BH-ODFI-ID           PIC X(08).
003310     05  BH-BATCH-NUMBER      PIC 9(07) VALUE 1.

003320*----------------------------------------------------------------
003330* NACHA ENTRY DETAIL RECORD - TYPE "6", ONE PER GARNISHMENT, WITH
003340* THE CASE NUMBER AS THE IDENTIFICATION NUMBER AND THE OBLIGOR'S
003350* NAME AS THE RECEIVER NAME.  EVERY ENTRY CARRIES ONE ADDENDA.
003360*----------------------------------------------------------------
003370 01  WS-CCD-ENTRY.
003380     05  CE-RECORD-TYPE       PIC X(01) VALUE "6".
003390     05  CE-TRANSACTION-CODE  PIC X(02).
003400     05  CE-ROUTING-NUMBER    PIC X(09).
003410     05  CE-ACCOUNT-NUMBER    PIC X(17).
003420     05  CE-AMOUNT            PIC 9(08)V99.
003430     05  CE-IDENTIFICATION    PIC X(15).
003440     05  CE-RECEIVER-NAME     PIC X(22).
003450     05  CE-DISC-DATA         PIC X(02) VALUE SPACES.
003460     05  CE-ADDENDA-IND       PIC X(01) VALUE "1".
003470     05  CE-TRACE-NUMBER.
003480         10  CE-TRACE-ODFI    PIC X(08).
003490         10  CE-TRACE-SEQ     PIC 9(07).

003500*----------------------------------------------------------------
003510* NACHA ADDENDA RECORD - TYPE "7", CODE "05".  THE PAYMENT
003520* INFORMATION IS THE CHILD-SUPPORT "DED" SEGMENT:
003530*   DED*CS*CASE*YYMMDD*PENNIES*SSN*MEDICAL*NAME*FIPS*TERMINATED\
003540*----------------------------------------------------------------
003550 01  WS-CCD-ADDENDA.
003560     05  AD-RECORD-TYPE       PIC X(01) VALUE "7".
003570     05  AD-TYPE-CODE         PIC X(02) VALUE "05".
003580     05  AD-PAYMENT-INFO      PIC X(80).
003590     05  AD-SEQUENCE          PIC 9(04) VALUE 1.
003600     05  AD-ENTRY-SEQ         PIC 9(07).

003610*----------------------------------------------------------------
003620* NACHA BATCH CONTROL RECORD - TYPE "8"
003630*----------------------------------------------------------------
003640 01  WS-BATCH-CONTROL.
003650     05  BC-RECORD-TYPE       PIC X(01) VALUE "8".
003660     05  BC-SERVICE-CLASS     PIC X(03) VALUE "220".
003670     05  BC-ENTRY-COUNT       PIC 9(06).
003680     05  BC-ENTRY-HASH        PIC 9(10).
003690     05  BC-TOTAL-DEBIT       PIC 9(12) VALUE ZERO.
003700     05  BC-TOTAL-CREDIT      PIC 9(12).
003710     05  BC-COMPANY-ID        PIC X(10).
003720     05  BC-MESSAGE-AUTH      PIC X(19) VALUE SPACES.
003730     05  FILLER               PIC X(06) VALUE SPACES.
003740     05  BC-ODFI-ID           PIC X(08).
003750     05  BC-BATCH-NUMBER      PIC 9(07) VALUE 1.

003760*----------------------------------------------------------------
003770* NACHA FILE CONTROL RECORD - TYPE "9"
003780*----------------------------------------------------------------
003790 01  WS-FILE-CONTROL.
003800     05  FC-RECORD-TYPE       PIC X(01) VALUE "9".
003810     05  FC-BATCH-COUNT       PIC 9(06) VALUE 1.
003820     05  FC-BLOCK-COUNT       PIC 9(06).
003830     05  FC-ENTRY-COUNT       PIC 9(08).
003840     05  FC-ENTRY-HASH        PIC 9(10).
003850     05  FC-TOTAL-DEBIT       PIC 9(12) VALUE ZERO.
003860     05  FC-TOTAL-CREDIT      PIC 9(12).
003870     05  FILLER               PIC X(39) VALUE SPACES.

003880 01  WS-BLOCK-FILLER          PIC X(94) VALUE ALL "9".

003890*----------------------------------------------------------------
003900* ACH TOTALS AND DED SEGMENT WORK AREAS.  THE ENTRY/ADDENDA COUNT
003910* COUNTS BOTH RECORDS OF EACH PAIR, AS THE CONTROL RECORDS WANT.
003920*----------------------------------------------------------------
003930 01  WS-ENTRY-ADDENDA-COUNT   PIC 9(06) VALUE ZERO.
003940 01  WS-TRACE-SEQ             PIC 9(07) VALUE ZERO.
003950 01  WS-HASH-ACCUM            PIC 9(12) VALUE ZERO.
003960 01  WS-CREDIT-TOTAL          PIC 9(12) VALUE ZERO.
003970 01  WS-RECORD-TOTAL          PIC 9(06) VALUE ZERO.
003980 01  WS-BLOCK-COUNT           PIC 9(06) VALUE ZERO.
003990 01  WS-FILL-COUNT            PIC 9(02) VALUE ZERO.
004000 01  WS-FILL-SUB              PIC 9(02) VALUE ZERO.
004010 01  WS-DED-PENNIES           PIC 9(10) VALUE ZERO.
004020 01  WS-DED-PENNIES-X REDEFINES WS-DED-PENNIES
004030                              PIC X(10).
004040 01  WS-LEAD-ZEROS            PIC 9(02) COMP VALUE ZERO.
004050 01  WS-AMT-START             PIC 9(02) COMP VALUE ZERO.
004060 01  WS-AMT-LEN               PIC 9(02) COMP VALUE ZERO.
004070 01  WS-DED-PAY-DATE          PIC 9(08) VALUE ZERO.
004080 01  WS-DED-PAY-DATE-X REDEFINES WS-DED-PAY-DATE
004090                              PIC X(08).
004100 01  WS-DED-NAME              PIC X(10) VALUE SPACES.
004110 01  WS-DED-MEDICAL           PIC X(01) VALUE "N".
004120 01  WS-ACCEPT-DATE           PIC 9(06).
004130 01  WS-ACCEPT-TIME.
004140     05  WS-TIME-HHMM         PIC 9(04).
004150     05  FILLER               PIC 9(04).

004160*----------------------------------------------------------------
004170* RUN IDENTIFICATION AND TOTALS.  EVERY DEDUCTION LANDS IN
004180* EXACTLY ONE OF CHECK, ACH, UNMAPPED OR REVERSED, SO THOSE FOUR
004190* ADD BACK TO THE TOTAL TAKEN, WHICH IS WHAT PROVES TO 2140.
004200*----------------------------------------------------------------
004210 01  WS-RUN-DATE              PIC X(08) VALUE SPACES.
004220 01  WS-RUN-PERIOD            PIC X(08) VALUE SPACES.
004230 01  WS-RUN-PAY-DATE          PIC 9(08) VALUE ZERO.
004240 01  WS-INVOICE-SEQ           PIC 9(04) VALUE ZERO.
004250 01  WS-DEDT-COUNT            PIC 9(06) VALUE ZERO.
004260 01  WS-AP-COUNT              PIC 9(06) VALUE ZERO.
004270 01  WS-CCD-COUNT             PIC 9(06) VALUE ZERO.
004280 01  WS-NO-ORDER-COUNT        PIC 9(06) VALUE ZERO.
004290 01  WS-TOTAL-TAKEN           PIC S9(10)V99 VALUE ZERO.
004300 01  WS-TOTAL-CHECK           PIC S9(10)V99 VALUE ZERO.
004310 01  WS-TOTAL-ACH             PIC S9(10)V99 VALUE ZERO.
004320 01  WS-TOTAL-UNMAPPED        PIC S9(10)V99 VALUE ZERO.
004330 01  WS-TOTAL-REVERSED        PIC S9(10)V99 VALUE ZERO.
004340 01  WS-GL-2140-NET           PIC S9(10)V99 VALUE ZERO.
004350 01  WS-VEND-TOTAL            PIC S9(10)V99 VALUE ZERO.

004360*----------------------------------------------------------------
004370* REGISTER LINES.  EVERY AMOUNT PRINTS IN THE SAME COLUMN.
004380*----------------------------------------------------------------
004390 01  WS-RPT-LINE              PIC X(132).
004400 01  WS-AMT-LINE.
004410     05  AL-LABEL             PIC X(94).
004420     05  AL-AMOUNT            PIC ZZ,ZZZ,ZZ9.99-.
004430     05  FILLER               PIC X(01) VALUE SPACES.
004440     05  AL-NOTE              PIC X(23).
004450 01  WS-GARN-LINE.
004460     05  FILLER               PIC X(02) VALUE SPACES.
004470     05  FILLER               PIC X(05) VALUE "GARN ".
004480     05  GRN-DED-CODE         PIC X(04).
004490     05  FILLER               PIC X(01) VALUE SPACES.
004500     05  GRN-EMP-ID           PIC X(10).
004510     05  FILLER               PIC X(01) VALUE SPACES.
004520     05  GRN-EMP-NAME         PIC X(24).
004530     05  FILLER               PIC X(01) VALUE SPACES.
004540     05  GRN-CASE-NO          PIC X(20).
004550     05  FILLER               PIC X(01) VALUE SPACES.
004560     05  GRN-AGENCY           PIC X(24).
004570     05  FILLER               PIC X(01) VALUE SPACES.
004580     05  GRN-AMOUNT           PIC ZZ,ZZZ,ZZ9.99-.
004590     05  FILLER               PIC X(01) VALUE SPACES.
004600     05  GRN-PAID-BY          PIC X(08).
004610     05  FILLER               PIC X(01) VALUE SPACES.
004620     05  GRN-NOTE             PIC X(14).
004630 01  WS-CNT-ED                PIC ZZ,ZZ9.
004640 01  WS-PAY-DATE-ED           PIC 9(08).

004650 PROCEDURE DIVISION.
004660*----------------------------------------------------------------
004670 0000-MAINLINE.
004680*----------------------------------------------------------------
004690     PERFORM 1000-INITIALIZE
004700     PERFORM 2000-PROC-DEDUCTION THRU 2000-PROC-DEDUCTION-EXIT
004710         UNTIL END-OF-DEDT-FILE
004720     PERFORM 3000-READ-GL-CREDIT
004730     PERFORM 4000-WRITE-VENDOR THRU 4000-WRITE-VENDOR-EXIT
004740         VARYING WS-VEND-IDX FROM 1 BY 1
004750         UNTIL WS-VEND-IDX > WS-VEND-COUNT
004760     PERFORM 5000-WRITE-EXCEPTIONS
004770     PERFORM 9000-TERMINATE
004780     STOP RUN.

004790*----------------------------------------------------------------
004800 1000-INITIALIZE.
004810*----------------------------------------------------------------
004820*    A RUN THAT TOOK NO DEDUCTIONS HAS AN EMPTY DEDTAKEN.OUT (OR,
004830*    RUN OUTSIDE THE PROCEDURE, NONE AT ALL) - THE REGISTER THEN
004840*    SHOWS NOTHING TO REMIT AND STILL PROVES TO GLPOST.OUT.
004850     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
004860     ACCEPT WS-ACCEPT-DATE FROM DATE
004870     ACCEPT WS-ACCEPT-TIME FROM TIME
004880     PERFORM 1100-LOAD-PAYEE-MASTER
004890     OPEN INPUT DEDT-FILE
004900     IF DEDT-FILE-OK
004910         MOVE "Y" TO WS-DEDT-OPEN-SW
004920     ELSE
004930         DISPLAY "DEDTAKEN.OUT NOT FOUND - NOTHING TO REMIT"
004940         MOVE "Y" TO WS-DEDT-EOF-SW
004950     END-IF
004960     OPEN OUTPUT REGISTER-FILE
004970                 AP-FILE
004980                 ACH-FILE
004990     IF NOT END-OF-DEDT-FILE
005000         PERFORM 2100-READ-DEDTAKEN
005010     END-IF
005020     IF NOT END-OF-DEDT-FILE
005030         MOVE DEDT-PERIOD-ID TO WS-RUN-PERIOD
005040         MOVE DEDT-PAY-DATE  TO WS-RUN-PAY-DATE
005050     END-IF
005060     MOVE WS-RUN-PAY-DATE TO WS-PAY-DATE-ED
005070     MOVE SPACES TO WS-RPT-LINE
005080     STRING "DEDUCTION REMITTANCE REGISTER - PERIOD "
005090         WS-RUN-PERIOD
005100         "  PAY DATE " WS-PAY-DATE-ED "  RUN " WS-RUN-DATE
005110         DELIMITED BY SIZE INTO WS-RPT-LINE
005120     WRITE REGISTER-RECORD FROM WS-RPT-LINE.

005130*----------------------------------------------------------------
005140 1100-LOAD-PAYEE-MASTER.
005150*----------------------------------------------------------------
005160*    WITH NO PAYEE MASTER EVERY DEDUCTION IS LISTED AS HAVING NO
005170*    PAYEE - NOTHING IS REMITTED, BUT THE REGISTER STILL PROVES.
005180     OPEN INPUT PAYEE-FILE
005190     IF PAYEE-FILE-OK
005200         PERFORM 1110-READ-PAYEE-RECORD
005210             THRU 1110-READ-PAYEE-RECORD-EXIT
005220             UNTIL END-OF-PAYEE-FILE
005230         CLOSE PAYEE-FILE
005240     ELSE
005250         DISPLAY "DEDPAYEE.DAT NOT FOUND - NO DEDUCTION HAS A "
005260             "PAYEE"
005270     END-IF
005280     PERFORM 1200-RESOLVE-CODE-VENDOR
005290         THRU 1200-RESOLVE-CODE-VENDOR-EXIT
005300         VARYING WS-CODE-IDX FROM 1 BY 1
005310         UNTIL WS-CODE-IDX > WS-CODE-COUNT
005320     PERFORM 1210-CHECK-ORDER-VENDOR
005330         THRU 1210-CHECK-ORDER-VENDOR-EXIT
005340         VARYING WS-ORD-IDX FROM 1 BY 1
005350         UNTIL WS-ORD-IDX > WS-ORD-COUNT.

005360*----------------------------------------------------------------
005370 1110-READ-PAYEE-RECORD.
005380*----------------------------------------------------------------
005390     READ PAYEE-FILE
005400         AT END
005410             MOVE "Y" TO WS-PAYEE-EOF-SW
005420         NOT AT END
005430             EVALUATE TRUE
005440                 WHEN PAYEE-VENDOR-REC
005450                     PERFORM 1120-STORE-VENDOR
005460                 WHEN PAYEE-CODE-REC
005470                     PERFORM 1130-STORE-CODE
005480                 WHEN PAYEE-ORDER-REC
005490                     PERFORM 1140-STORE-ORDER
005500                 WHEN OTHER
005510                     DISPLAY "DEDPAYEE.DAT RECORD TYPE "
005520                         PAYEE-REC-TYPE " SKIPPED"
005530             END-EVALUATE
005540     END-READ.
005550 1110-READ-PAYEE-RECORD-EXIT.
005560     EXIT.

005570*----------------------------------------------------------------
005580 1120-STORE-VENDOR.
005590*----------------------------------------------------------------
005600*    AN ELECTRONIC VENDOR WITH NO USABLE BANK ACCOUNT IS PAID BY
005610*    AP CHECK INSTEAD - NEVER LEFT UNPAID.
005620     IF WS-VEND-COUNT < 200
005630         ADD 1 TO WS-VEND-COUNT
005640         SET WS-VEND-IDX TO WS-VEND-COUNT
005650         MOVE PAYEE-VENDOR-ID TO WS-VEND-ID (WS-VEND-IDX)
005660         MOVE PV-NAME         TO WS-VEND-NAME (WS-VEND-IDX)
005670         MOVE PV-ROUTING      TO WS-VEND-ROUTING (WS-VEND-IDX)
005680         MOVE PV-ACCOUNT      TO WS-VEND-ACCOUNT (WS-VEND-IDX)
005690         MOVE PV-ACCT-TYPE    TO WS-VEND-ACCT-TYPE (WS-VEND-IDX)
005700         MOVE PV-FIPS         TO WS-VEND-FIPS (WS-VEND-IDX)
005710         MOVE ZERO TO WS-VEND-CODE-TOTAL (WS-VEND-IDX)
005720                      WS-VEND-GARN-TOTAL (WS-VEND-IDX)
005730         MOVE "C" TO WS-VEND-METHOD (WS-VEND-IDX)
005740         IF PV-REMIT-BY-ACH
005750             IF PV-ROUTING IS NUMERIC AND PV-ACCOUNT NOT = SPACES
005760                 MOVE "E" TO WS-VEND-METHOD (WS-VEND-IDX)
005770             ELSE
005780                 DISPLAY "VENDOR " PAYEE-VENDOR-ID
005790                     " HAS NO BANK ACCOUNT - PAID BY AP CHECK"
005800             END-IF
005810         END-IF
005820     ELSE
005830         MOVE "Y" TO WS-PAYEE-OVFL-SW
005840     END-IF.

005850*----------------------------------------------------------------
005860 1130-STORE-CODE.
005870*----------------------------------------------------------------
005880     IF WS-CODE-COUNT < 200
005890         ADD 1 TO WS-CODE-COUNT
005900         SET WS-CODE-IDX TO WS-CODE-COUNT
005910         MOVE PC-DED-CODE     TO WS-CODE-DED-CODE (WS-CODE-IDX)
005920         MOVE PAYEE-VENDOR-ID TO WS-CODE-VEND-ID (WS-CODE-IDX)
005930         MOVE ZERO TO WS-CODE-VEND-POS (WS-CODE-IDX)
005940                      WS-CODE-AMOUNT (WS-CODE-IDX)
005950                      WS-CODE-DRAWS (WS-CODE-IDX)
005960     ELSE
005970         MOVE "Y" TO WS-PAYEE-OVFL-SW
005980     END-IF.

005990*----------------------------------------------------------------
006000 1140-STORE-ORDER.
006010*----------------------------------------------------------------
006020     IF WS-ORD-COUNT < 1000
006030         ADD 1 TO WS-ORD-COUNT
006040         SET WS-ORD-IDX TO WS-ORD-COUNT
006050         MOVE PO-EMP-ID       TO WS-ORD-EMP-ID (WS-ORD-IDX)
006060         MOVE PO-DED-CODE     TO WS-ORD-DED-CODE (WS-ORD-IDX)
006070         MOVE PAYEE-VENDOR-ID TO WS-ORD-VEND-ID (WS-ORD-IDX)
006080         MOVE PO-CASE-NO      TO WS-ORD-CASE-NO (WS-ORD-IDX)
006090         MOVE PO-AGENCY       TO WS-ORD-AGENCY (WS-ORD-IDX)
006100         MOVE "N" TO WS-ORD-MED-SUPPORT (WS-ORD-IDX)
006110         IF PO-MED-SUPPORT = "Y"
006120             MOVE "Y" TO WS-ORD-MED-SUPPORT (WS-ORD-IDX)
006130         END-IF
006140     ELSE
006150         MOVE "Y" TO WS-PAYEE-OVFL-SW
006160     END-IF.

006170*----------------------------------------------------------------
006180 1200-RESOLVE-CODE-VENDOR.
006190*----------------------------------------------------------------
006200*    VENDOR RECORDS MAY FOLLOW THE CODES THAT NAME THEM, SO THE
006210*    CODES ARE TIED TO THEIR VENDORS ONLY AFTER THE WHOLE LOAD.
006220     MOVE WS-CODE-VEND-ID (WS-CODE-IDX) TO WS-FIND-VEND-ID
006230     PERFORM 2900-FIND-VENDOR
006240     MOVE WS-FOUND-VEND-POS TO WS-CODE-VEND-POS (WS-CODE-IDX)
006250     IF WS-FOUND-VEND-POS = ZERO
006260         DISPLAY "DEDUCTION CODE " WS-CODE-DED-CODE (WS-CODE-IDX)
006270             " NAMES VENDOR " WS-FIND-VEND-ID " - NOT ON FILE"
006280     END-IF.
006290 1200-RESOLVE-CODE-VENDOR-EXIT.
006300     EXIT.

006310*----------------------------------------------------------------
006320 1210-CHECK-ORDER-VENDOR.
006330*----------------------------------------------------------------
006340*    AN ORDER NAMING AN UNKNOWN VENDOR FALLS BACK TO THE VENDOR
006350*    OF ITS DEDUCTION CODE - SAY SO NOW, NOT AFTER THE MONEY GOES.
006360     IF WS-ORD-VEND-ID (WS-ORD-IDX) NOT = SPACES
006370         MOVE WS-ORD-VEND-ID (WS-ORD-IDX) TO WS-FIND-VEND-ID
006380         PERFORM 2900-FIND-VENDOR
006390         IF WS-FOUND-VEND-POS = ZERO
006400             DISPLAY "ORDER " WS-ORD-CASE-NO (WS-ORD-IDX)
006410                 " NAMES VENDOR " WS-FIND-VEND-ID
006420                 " - NOT ON FILE, CODE VENDOR USED"
006430         END-IF
006440     END-IF.
006450 1210-CHECK-ORDER-VENDOR-EXIT.
006460     EXIT.

006470*----------------------------------------------------------------
006480 2000-PROC-DEDUCTION.
006490*----------------------------------------------------------------
006500     ADD 1 TO WS-DEDT-COUNT
006510     ADD DEDT-AMOUNT TO WS-TOTAL-TAKEN
006520     EVALUATE TRUE
006530         WHEN DEDT-VOID-REVERSAL
006540             PERFORM 2400-STORE-REVERSAL
006550         WHEN DEDT-GARNISHMENT
006560             PERFORM 2300-STORE-GARNISHMENT
006570         WHEN OTHER
006580             PERFORM 2200-POST-CODE-AMOUNT
006590     END-EVALUATE
006600     PERFORM 2100-READ-DEDTAKEN.
006610 2000-PROC-DEDUCTION-EXIT.
006620     EXIT.

006630*----------------------------------------------------------------
006640 2100-READ-DEDTAKEN.
006650*----------------------------------------------------------------
006660     READ DEDT-FILE
006670         AT END
006680             MOVE "Y" TO WS-DEDT-EOF-SW
006690     END-READ.

006700*----------------------------------------------------------------
006710 2200-POST-CODE-AMOUNT.
006720*----------------------------------------------------------------
006730*    A NON-GARNISHMENT DRAW IS REMITTED IN ONE SUM PER VENDOR.
006740     PERFORM 2250-FIND-CODE
006750     IF WS-FOUND-CODE-POS > ZERO
006760         SET WS-CODE-IDX TO WS-FOUND-CODE-POS
006770         MOVE WS-CODE-VEND-POS (WS-CODE-IDX) TO WS-GARN-VEND-POS
006780     ELSE
006790         MOVE ZERO TO WS-GARN-VEND-POS
006800     END-IF
006810     IF WS-GARN-VEND-POS = ZERO
006820         PERFORM 2500-POST-UNMAPPED
006830     ELSE
006840         ADD DEDT-AMOUNT TO WS-CODE-AMOUNT (WS-CODE-IDX)
006850         ADD 1 TO WS-CODE-DRAWS (WS-CODE-IDX)
006860         SET WS-VEND-IDX TO WS-GARN-VEND-POS
006870         ADD DEDT-AMOUNT TO WS-VEND-CODE-TOTAL (WS-VEND-IDX)
006880     END-IF.

006890*----------------------------------------------------------------
006900 2250-FIND-CODE.
006910*----------------------------------------------------------------
006920     MOVE ZERO TO WS-FOUND-CODE-POS
006930     PERFORM 2260-MATCH-CODE THRU 2260-MATCH-CODE-EXIT
006940         VARYING WS-CODE-IDX FROM 1 BY 1
006950         UNTIL WS-CODE-IDX > WS-CODE-COUNT
006960            OR WS-FOUND-CODE-POS > ZERO.

006970*----------------------------------------------------------------
006980 2260-MATCH-CODE.
006990*----------------------------------------------------------------
007000     IF WS-CODE-DED-CODE (WS-CODE-IDX) = DEDT-DED-CODE
007010         SET WS-FOUND-CODE-POS TO WS-CODE-IDX
007020     END-IF.
007030 2260-MATCH-CODE-EXIT.
007040     EXIT.

007050*----------------------------------------------------------------
007060 2300-STORE-GARNISHMENT.
007070*----------------------------------------------------------------
007080*    A GARNISHMENT IS PAID WHERE ITS ORDER SAYS, OR FAILING THAT
007090*    TO THE VENDOR OF ITS DEDUCTION CODE.  ONE WITH NO ORDER ON
007100*    FILE STILL GOES TO THE CODE'S VENDOR, BY AP CHECK, FLAGGED -
007110*    A LATE SUPPORT PAYMENT COSTS MORE THAN A MISSING CASE NUMBER.
007120     PERFORM 2350-FIND-ORDER
007130     MOVE ZERO TO WS-GARN-VEND-POS
007140     IF WS-FOUND-ORD-POS > ZERO
007150         SET WS-ORD-IDX TO WS-FOUND-ORD-POS
007160         IF WS-ORD-VEND-ID (WS-ORD-IDX) NOT = SPACES
007170             MOVE WS-ORD-VEND-ID (WS-ORD-IDX) TO WS-FIND-VEND-ID
007180             PERFORM 2900-FIND-VENDOR
007190             MOVE WS-FOUND-VEND-POS TO WS-GARN-VEND-POS
007200         END-IF
007210     END-IF
007220     IF WS-GARN-VEND-POS = ZERO
007230         PERFORM 2250-FIND-CODE
007240         IF WS-FOUND-CODE-POS > ZERO
007250             SET WS-CODE-IDX TO WS-FOUND-CODE-POS
007260             MOVE WS-CODE-VEND-POS (WS-CODE-IDX)
007270                 TO WS-GARN-VEND-POS
007280         END-IF
007290     END-IF
007300     IF WS-GARN-COUNT NOT < 1000
007310         MOVE "Y" TO WS-GARN-OVFL-SW
007320         MOVE ZERO TO WS-GARN-VEND-POS
007330     END-IF
007340     IF WS-GARN-VEND-POS = ZERO
007350         PERFORM 2500-POST-UNMAPPED
007360     ELSE
007370         ADD 1 TO WS-GARN-COUNT
007380         SET WS-GARN-IDX TO WS-GARN-COUNT
007390         MOVE DEDT-EMP-ID       TO WS-GRN-EMP-ID (WS-GARN-IDX)
007400         MOVE DEDT-EMP-NAME     TO WS-GRN-EMP-NAME (WS-GARN-IDX)
007410         MOVE DEDT-SSN          TO WS-GRN-SSN (WS-GARN-IDX)
007420         MOVE DEDT-DED-CODE     TO WS-GRN-DED-CODE (WS-GARN-IDX)
007430         MOVE WS-FOUND-ORD-POS  TO WS-GRN-ORD-POS (WS-GARN-IDX)
007440         MOVE WS-GARN-VEND-POS  TO WS-GRN-VEND-POS (WS-GARN-IDX)
007450         MOVE DEDT-AMOUNT       TO WS-GRN-AMOUNT (WS-GARN-IDX)
007460         MOVE DEDT-PAY-DATE     TO WS-GRN-PAY-DATE (WS-GARN-IDX)
007470         MOVE DEDT-TERM-FLAG    TO WS-GRN-TERM-FLAG (WS-GARN-IDX)
007480         SET WS-VEND-IDX TO WS-GARN-VEND-POS
007490         ADD DEDT-AMOUNT TO WS-VEND-GARN-TOTAL (WS-VEND-IDX)
007500         IF WS-FOUND-ORD-POS = ZERO
007510             ADD 1 TO WS-NO-ORDER-COUNT
007520         END-IF
007530     END-IF.

007540*----------------------------------------------------------------
007550 2350-FIND-ORDER.
007560*----------------------------------------------------------------
007570     MOVE ZERO TO WS-FOUND-ORD-POS
007580     PERFORM 2360-MATCH-ORDER THRU 2360-MATCH-ORDER-EXIT
007590         VARYING WS-ORD-IDX FROM 1 BY 1
007600         UNTIL WS-ORD-IDX > WS-ORD-COUNT
007610            OR WS-FOUND-ORD-POS > ZERO.

007620*----------------------------------------------------------------
007630 2360-MATCH-ORDER.
007640*----------------------------------------------------------------
007650     IF WS-ORD-EMP-ID (WS-ORD-IDX) = DEDT-EMP-ID
007660             AND WS-ORD-DED-CODE (WS-ORD-IDX) = DEDT-DED-CODE
007670         SET WS-FOUND-ORD-POS TO WS-ORD-IDX
007680     END-IF.
007690 2360-MATCH-ORDER-EXIT.
007700     EXIT.

007710*----------------------------------------------------------------
007720 2400-STORE-REVERSAL.
007730*----------------------------------------------------------------
007740     ADD DEDT-AMOUNT TO WS-TOTAL-REVERSED
007750     IF WS-REV-COUNT < 200
007760         ADD 1 TO WS-REV-COUNT
007770         SET WS-REV-IDX TO WS-REV-COUNT
007780         MOVE DEDT-EMP-ID    TO WS-REV-EMP-ID (WS-REV-IDX)
007790         MOVE DEDT-EMP-NAME  TO WS-REV-EMP-NAME (WS-REV-IDX)
007800         MOVE DEDT-REFERENCE TO WS-REV-REFERENCE (WS-REV-IDX)
007810         MOVE DEDT-AMOUNT    TO WS-REV-AMOUNT (WS-REV-IDX)
007820     ELSE
007830         MOVE "Y" TO WS-REV-OVFL-SW
007840     END-IF.

007850*----------------------------------------------------------------
007860 2500-POST-UNMAPPED.
007870*----------------------------------------------------------------
007880*    THE TOTAL ALWAYS TAKES THE AMOUNT; ONLY THE PER-CODE LISTING
007890*    CAN OVERFLOW.
007900     ADD DEDT-AMOUNT TO WS-TOTAL-UNMAPPED
007910     MOVE ZERO TO WS-FOUND-UNM-POS
007920     PERFORM 2510-MATCH-UNMAPPED THRU 2510-MATCH-UNMAPPED-EXIT
007930         VARYING WS-UNM-IDX FROM 1 BY 1
007940         UNTIL WS-UNM-IDX > WS-UNM-COUNT
007950            OR WS-FOUND-UNM-POS > ZERO
007960     IF WS-FOUND-UNM-POS = ZERO
007970         IF WS-UNM-COUNT < 100
007980             ADD 1 TO WS-UNM-COUNT
007990             MOVE WS-UNM-COUNT TO WS-FOUND-UNM-POS
008000             SET WS-UNM-IDX TO WS-UNM-COUNT
008010             MOVE DEDT-DED-CODE TO WS-UNM-DED-CODE (WS-UNM-IDX)
008020             MOVE ZERO TO WS-UNM-AMOUNT (WS-UNM-IDX)
008030                          WS-UNM-DRAWS (WS-UNM-IDX)
008040         ELSE
008050             MOVE "Y" TO WS-UNM-OVFL-SW
008060         END-IF
008070     END-IF
008080     IF WS-FOUND-UNM-POS > ZERO
008090         SET WS-UNM-IDX TO WS-FOUND-UNM-POS
008100         ADD DEDT-AMOUNT TO WS-UNM-AMOUNT (WS-UNM-IDX)
008110         ADD 1 TO WS-UNM-DRAWS (WS-UNM-IDX)
008120     END-IF.

008130*----------------------------------------------------------------
008140 2510-MATCH-UNMAPPED.
008150*----------------------------------------------------------------
008160     IF WS-UNM-DED-CODE (WS-UNM-IDX) = DEDT-DED-CODE
008170         SET WS-FOUND-UNM-POS TO WS-UNM-IDX
008180     END-IF.
008190 2510-MATCH-UNMAPPED-EXIT.
008200     EXIT.

008210*----------------------------------------------------------------
008220 2900-FIND-VENDOR.
008230*----------------------------------------------------------------
008240     MOVE ZERO TO WS-FOUND-VEND-POS
008250     PERFORM 2910-MATCH-VENDOR THRU 2910-MATCH-VENDOR-EXIT
008260         VARYING WS-VEND-IDX FROM 1 BY 1
008270         UNTIL WS-VEND-IDX > WS-VEND-COUNT
008280            OR WS-FOUND-VEND-POS > ZERO.

008290*----------------------------------------------------------------
008300 2910-MATCH-VENDOR.
008310*----------------------------------------------------------------
008320     IF WS-VEND-ID (WS-VEND-IDX) = WS-FIND-VEND-ID
008330         SET WS-FOUND-VEND-POS TO WS-VEND-IDX
008340     END-IF.
008350 2910-MATCH-VENDOR-EXIT.
008360     EXIT.

008370*----------------------------------------------------------------
008380 3000-READ-GL-CREDIT.
008390*----------------------------------------------------------------
008400*    THE OTHER DEDUCTIONS PAYABLE LIABILITY IS CREDITED ONCE PER
008410*    DEPARTMENT; A VOID'S REVERSAL PRINTS IN THE DEBIT COLUMN.
008420*    THE NET OF ALL THE 2140 LINES IS WHAT MUST BE REMITTED.
008430     OPEN INPUT GL-FILE
008440     IF GL-FILE-OK
008450         MOVE "Y" TO WS-GL-FOUND-SW
008460         PERFORM 3100-READ-GL-LINE THRU 3100-READ-GL-LINE-EXIT
008470             UNTIL END-OF-GL-FILE
008480         CLOSE GL-FILE
008490     ELSE
008500         DISPLAY "GLPOST.OUT NOT FOUND - REMITTANCE NOT PROVED"
008510     END-IF.

008520*----------------------------------------------------------------
008530 3100-READ-GL-LINE.
008540*----------------------------------------------------------------
008550     READ GL-FILE INTO WS-GL-LINE
008560         AT END
008570             MOVE "Y" TO WS-GL-EOF-SW
008580     END-READ
008590     IF NOT END-OF-GL-FILE
008600         IF GL-ACCOUNT = WS-LIABILITY-ACCT
008610             MOVE GL-CREDIT TO WS-PARSE-FIELD
008620             PERFORM 3200-PARSE-AMOUNT
008630             ADD WS-PARSE-AMT TO WS-GL-2140-NET
008640             MOVE GL-DEBIT TO WS-PARSE-FIELD
008650             PERFORM 3200-PARSE-AMOUNT
008660             SUBTRACT WS-PARSE-AMT FROM WS-GL-2140-NET
008670         END-IF
008680     END-IF.
008690 3100-READ-GL-LINE-EXIT.
008700     EXIT.

008710*----------------------------------------------------------------
008720 3200-PARSE-AMOUNT.
008730*----------------------------------------------------------------
008740     MOVE ZERO TO WS-PARSE-PENNIES
008750     PERFORM 3210-PARSE-ONE-CHAR THRU 3210-PARSE-ONE-CHAR-EXIT
008760         VARYING WS-PARSE-SUB FROM 1 BY 1
008770         UNTIL WS-PARSE-SUB > 13
008780     COMPUTE WS-PARSE-AMT = WS-PARSE-PENNIES / 100.

008790*----------------------------------------------------------------
008800 3210-PARSE-ONE-CHAR.
008810*----------------------------------------------------------------
008820     MOVE WS-PARSE-FIELD (WS-PARSE-SUB:1) TO WS-PARSE-CHAR
008830     IF WS-PARSE-CHAR IS NUMERIC
008840         MOVE WS-PARSE-CHAR TO WS-PARSE-DIGIT
008850         COMPUTE WS-PARSE-PENNIES =
008860             (WS-PARSE-PENNIES * 10) + WS-PARSE-DIGIT
008870     END-IF.
008880 3210-PARSE-ONE-CHAR-EXIT.
008890     EXIT.

008900*----------------------------------------------------------------
008910 4000-WRITE-VENDOR.
008920*----------------------------------------------------------------
008930*    ONE SECTION PER VENDOR OWED ANYTHING THIS RUN, IN THE ORDER
008940*    OF DEDPAYEE.DAT - ITS DEDUCTION CODES, ONE AP INVOICE FOR
008950*    THEIR SUM, THEN EACH GARNISHMENT PAID TO IT ON ITS OWN.
008960     IF WS-VEND-CODE-TOTAL (WS-VEND-IDX) NOT = ZERO
008970             OR WS-VEND-GARN-TOTAL (WS-VEND-IDX) NOT = ZERO
008980         PERFORM 4100-WRITE-VENDOR-SECTION
008990     END-IF.
009000 4000-WRITE-VENDOR-EXIT.
009010     EXIT.

009020*----------------------------------------------------------------
009030 4100-WRITE-VENDOR-SECTION.
009040*----------------------------------------------------------------
009050     SET WS-CUR-VEND-POS TO WS-VEND-IDX
009060     MOVE SPACES TO WS-RPT-LINE
009070     WRITE REGISTER-RECORD FROM WS-RPT-LINE
009080     IF VEND-BY-ACH (WS-VEND-IDX)
009090         STRING "VENDOR " WS-VEND-ID (WS-VEND-IDX) "  "
009100             WS-VEND-NAME (WS-VEND-IDX)
009110             "  GARNISHMENTS BY ACH CCD+, OTHERS BY AP CHECK"
009120             DELIMITED BY SIZE INTO WS-RPT-LINE
009130     ELSE
009140         STRING "VENDOR " WS-VEND-ID (WS-VEND-IDX) "  "
009150             WS-VEND-NAME (WS-VEND-IDX) "  PAID BY AP CHECK"
009160             DELIMITED BY SIZE INTO WS-RPT-LINE
009170     END-IF
009180     WRITE REGISTER-RECORD FROM WS-RPT-LINE
009190     PERFORM 4110-WRITE-CODE-LINE THRU 4110-WRITE-CODE-LINE-EXIT
009200         VARYING WS-CODE-IDX FROM 1 BY 1
009210         UNTIL WS-CODE-IDX > WS-CODE-COUNT
009220     IF WS-VEND-CODE-TOTAL (WS-VEND-IDX) > ZERO
009230         ADD WS-VEND-CODE-TOTAL (WS-VEND-IDX) TO WS-TOTAL-CHECK
009240         MOVE SPACES TO AP-PAYMENT-RECORD
009250         MOVE WS-VEND-ID (WS-VEND-IDX) TO AP-VENDOR-ID
009260         MOVE WS-VEND-CODE-TOTAL (WS-VEND-IDX) TO AP-AMOUNT
009270         MOVE "C" TO AP-PAY-METHOD
009280         STRING "PAYROLL DEDUCTIONS " WS-RUN-PERIOD
009290             DELIMITED BY SIZE INTO AP-MEMO
009300         PERFORM 4200-WRITE-AP-INVOICE
009310     END-IF
009320     PERFORM 4120-WRITE-GARN-LINE THRU 4120-WRITE-GARN-LINE-EXIT
009330         VARYING WS-GARN-IDX FROM 1 BY 1
009340         UNTIL WS-GARN-IDX > WS-GARN-COUNT
009350     COMPUTE WS-VEND-TOTAL = WS-VEND-CODE-TOTAL (WS-VEND-IDX)
009360         + WS-VEND-GARN-TOTAL (WS-VEND-IDX)
009370     MOVE SPACES TO WS-AMT-LINE
009380     STRING "  VENDOR TOTAL - " WS-VEND-ID (WS-VEND-IDX)
009390         DELIMITED BY SIZE INTO AL-LABEL
009400     MOVE WS-VEND-TOTAL TO AL-AMOUNT
009410     WRITE REGISTER-RECORD FROM WS-AMT-LINE.

009420*----------------------------------------------------------------
009430 4110-WRITE-CODE-LINE.
009440*----------------------------------------------------------------
009450     IF WS-CODE-VEND-POS (WS-CODE-IDX) = WS-CUR-VEND-POS
009460             AND WS-CODE-DRAWS (WS-CODE-IDX) > ZERO
009470         MOVE WS-CODE-DRAWS (WS-CODE-IDX) TO WS-CNT-ED
009480         MOVE SPACES TO WS-AMT-LINE
009490         STRING "  CODE " WS-CODE-DED-CODE (WS-CODE-IDX) "  "
009500             WS-CNT-ED " DEDUCTIONS"
009510             DELIMITED BY SIZE INTO AL-LABEL
009520         MOVE WS-CODE-AMOUNT (WS-CODE-IDX) TO AL-AMOUNT
009530         WRITE REGISTER-RECORD FROM WS-AMT-LINE
009540     END-IF.
009550 4110-WRITE-CODE-LINE-EXIT.
009560     EXIT.

009570*----------------------------------------------------------------
009580 4120-WRITE-GARN-LINE.
009590*----------------------------------------------------------------
009600     IF WS-GRN-VEND-POS (WS-GARN-IDX) = WS-CUR-VEND-POS
009610         PERFORM 4130-WRITE-GARNISHMENT
009620     END-IF.
009630 4120-WRITE-GARN-LINE-EXIT.
009640     EXIT.

009650*----------------------------------------------------------------
009660 4130-WRITE-GARNISHMENT.
009670*----------------------------------------------------------------
009680*    A GARNISHMENT GOES BY ACH CCD+ ONLY WHEN ITS VENDOR TAKES
009690*    ELECTRONIC PAYMENT AND ITS ORDER IS ON FILE - THE ADDENDA
009700*    MUST CARRY THE CASE NUMBER.  EVERY GARNISHMENT IS ALSO ITS
009710*    OWN AP INVOICE, SO AP HAS THE CASE NUMBER EITHER WAY.
009720     MOVE SPACES TO AP-PAYMENT-RECORD
009730     MOVE WS-GRN-DED-CODE (WS-GARN-IDX) TO GRN-DED-CODE
009740     MOVE WS-GRN-EMP-ID (WS-GARN-IDX)   TO GRN-EMP-ID
009750     MOVE WS-GRN-EMP-NAME (WS-GARN-IDX) TO GRN-EMP-NAME
009760     MOVE WS-GRN-AMOUNT (WS-GARN-IDX)   TO GRN-AMOUNT
009770     MOVE SPACES TO GRN-NOTE
009780     IF WS-GRN-TERM-FLAG (WS-GARN-IDX) = "Y"
009790         MOVE "FINAL CHECK" TO GRN-NOTE
009800     END-IF
009810     IF WS-GRN-ORD-POS (WS-GARN-IDX) > ZERO
009820         SET WS-ORD-IDX TO WS-GRN-ORD-POS (WS-GARN-IDX)
009830         MOVE WS-ORD-CASE-NO (WS-ORD-IDX) TO GRN-CASE-NO
009840                                             AP-CASE-NO
009850         MOVE WS-ORD-AGENCY (WS-ORD-IDX)  TO GRN-AGENCY
009860     ELSE
009870         MOVE "** NO ORDER ON FILE" TO GRN-CASE-NO
009880         MOVE SPACES TO GRN-AGENCY
009890     END-IF
009900     IF VEND-BY-ACH (WS-VEND-IDX)
009910             AND WS-GRN-ORD-POS (WS-GARN-IDX) > ZERO
009920         MOVE "ACH CCD+" TO GRN-PAID-BY
009930         MOVE "E" TO AP-PAY-METHOD
009940         ADD WS-GRN-AMOUNT (WS-GARN-IDX) TO WS-TOTAL-ACH
009950         PERFORM 4300-WRITE-CCD-ENTRY
009960     ELSE
009970         MOVE "AP CHECK" TO GRN-PAID-BY
009980         MOVE "C" TO AP-PAY-METHOD
009990         ADD WS-GRN-AMOUNT (WS-GARN-IDX) TO WS-TOTAL-CHECK
010000     END-IF
010010     WRITE REGISTER-RECORD FROM WS-GARN-LINE
010020     MOVE WS-VEND-ID (WS-VEND-IDX)      TO AP-VENDOR-ID
010030     MOVE WS-GRN-AMOUNT (WS-GARN-IDX)   TO AP-AMOUNT
010040     MOVE WS-GRN-EMP-ID (WS-GARN-IDX)   TO AP-EMP-ID
010050     MOVE WS-GRN-EMP-NAME (WS-GARN-IDX) TO AP-MEMO
010060     PERFORM 4200-WRITE-AP-INVOICE.

010070*----------------------------------------------------------------
010080 4200-WRITE-AP-INVOICE.
010090*----------------------------------------------------------------
010100*    THE INVOICE NUMBER IS THE RUN'S PERIOD (OR, WITHOUT ONE, ITS
010110*    PAY DATE) PLUS A SEQUENCE, SO A RERUN OF THE STEP REPRODUCES
010120*    THE SAME NUMBERS AND AP'S DUPLICATE-INVOICE CHECK CATCHES IT.
010130     ADD 1 TO WS-INVOICE-SEQ
010140     MOVE "I" TO AP-RECORD-TYPE
010150     IF WS-RUN-PERIOD = SPACES
010160         STRING "PR" WS-PAY-DATE-ED "-" WS-INVOICE-SEQ
010170             DELIMITED BY SIZE INTO AP-INVOICE-NO
010180     ELSE
010190         STRING "PR" WS-RUN-PERIOD (1:4) WS-RUN-PERIOD (6:3)
010200             "-" WS-INVOICE-SEQ
010210             DELIMITED BY SIZE INTO AP-INVOICE-NO
010220     END-IF
010230     MOVE WS-RUN-PAY-DATE   TO AP-INVOICE-DATE
010240                               AP-DUE-DATE
010250     MOVE WS-LIABILITY-ACCT TO AP-GL-ACCOUNT
010260     WRITE AP-PAYMENT-RECORD
010270     ADD 1 TO WS-AP-COUNT.

010280*----------------------------------------------------------------
010290 4300-WRITE-CCD-ENTRY.
010300*----------------------------------------------------------------
010310*    THE ENVELOPE IS STARTED WITH THE FIRST ENTRY, SO A RUN WITH
010320*    NO ELECTRONIC GARNISHMENTS LEAVES REMITACH.OUT EMPTY AND
010330*    THERE IS NOTHING TO SEND.
010340     IF NOT ACH-FILE-STARTED
010350         PERFORM 4310-START-ACH-FILE
010360     END-IF
010370     ADD 1 TO WS-TRACE-SEQ
010380     IF WS-VEND-ACCT-TYPE (WS-VEND-IDX) = "S"
010390         MOVE "32" TO CE-TRANSACTION-CODE
010400     ELSE
010410         MOVE "22" TO CE-TRANSACTION-CODE
010420     END-IF
010430     MOVE WS-VEND-ROUTING (WS-VEND-IDX) TO CE-ROUTING-NUMBER
010440     MOVE WS-VEND-ACCOUNT (WS-VEND-IDX) TO CE-ACCOUNT-NUMBER
010450     MOVE WS-GRN-AMOUNT (WS-GARN-IDX)   TO CE-AMOUNT
010460     MOVE WS-ORD-CASE-NO (WS-ORD-IDX)   TO CE-IDENTIFICATION
010470     MOVE WS-GRN-EMP-NAME (WS-GARN-IDX) TO CE-RECEIVER-NAME
010480     MOVE WS-ODFI-ID                    TO CE-TRACE-ODFI
010490     MOVE WS-TRACE-SEQ                  TO CE-TRACE-SEQ
010500     ADD WS-VEND-RDFI-8 (WS-VEND-IDX) TO WS-HASH-ACCUM
010510     COMPUTE WS-DED-PENNIES = WS-GRN-AMOUNT (WS-GARN-IDX) * 100
010520     ADD WS-DED-PENNIES TO WS-CREDIT-TOTAL
010530     WRITE ACH-RECORD FROM WS-CCD-ENTRY
010540     PERFORM 4320-BUILD-DED-SEGMENT
010550     MOVE WS-TRACE-SEQ TO AD-ENTRY-SEQ
010560     WRITE ACH-RECORD FROM WS-CCD-ADDENDA
010570     ADD 2 TO WS-ENTRY-ADDENDA-COUNT
010580              WS-RECORD-TOTAL
010590     ADD 1 TO WS-CCD-COUNT.

010600*----------------------------------------------------------------
010610 4310-START-ACH-FILE.
010620*----------------------------------------------------------------
010630*    THE EFFECTIVE ENTRY DATE IS THE FILE CREATION DATE, AS IN
010640*    ACH-ORIGIN - THE BANK WAREHOUSES TO THE NEXT BANKING DAY.
010650     MOVE "Y" TO WS-ACH-STARTED-SW
010660     MOVE WS-IMMED-DEST      TO FH-IMMED-DEST
010670     MOVE WS-IMMED-ORIGIN    TO FH-IMMED-ORIGIN
010680     MOVE WS-ACCEPT-DATE     TO FH-CREATION-DATE
010690     MOVE WS-TIME-HHMM       TO FH-CREATION-TIME
010700     MOVE WS-IMMED-DEST-NAME TO FH-IMMED-DEST-NAME
010710     MOVE WS-IMMED-ORIG-NAME TO FH-IMMED-ORIG-NAME
010720     WRITE ACH-RECORD FROM WS-FILE-HEADER
010730     MOVE WS-COMPANY-NAME    TO BH-COMPANY-NAME
010740     MOVE WS-COMPANY-ID      TO BH-COMPANY-ID
010750     MOVE WS-ACCEPT-DATE     TO BH-DESCRIPTIVE-DATE
010760                                BH-EFFECTIVE-DATE
010770     MOVE WS-ODFI-ID         TO BH-ODFI-ID
010780     WRITE ACH-RECORD FROM WS-BATCH-HEADER
010790     ADD 2 TO WS-RECORD-TOTAL.

010800*----------------------------------------------------------------
010810 4320-BUILD-DED-SEGMENT.
010820*----------------------------------------------------------------
010830*    THE AMOUNT RIDES AS PENNIES WITHOUT LEADING ZEROS, THE PAY
010840*    DATE AS YYMMDD, AND THE NAME AS ITS FIRST TEN CHARACTERS.
010850*    A BLANK FIPS CODE LEAVES ITS ELEMENT EMPTY.
010860     MOVE ZERO TO WS-LEAD-ZEROS
010870     INSPECT WS-DED-PENNIES-X TALLYING WS-LEAD-ZEROS
010880         FOR LEADING ZEROS
010890     COMPUTE WS-AMT-START = WS-LEAD-ZEROS + 1
010900     COMPUTE WS-AMT-LEN = 10 - WS-LEAD-ZEROS
010910     MOVE WS-GRN-PAY-DATE (WS-GARN-IDX) TO WS-DED-PAY-DATE
010920     MOVE WS-GRN-EMP-NAME (WS-GARN-IDX) TO WS-DED-NAME
010930     MOVE WS-ORD-MED-SUPPORT (WS-ORD-IDX) TO WS-DED-MEDICAL
010940     MOVE SPACES TO AD-PAYMENT-INFO
010950     STRING "DED*CS*" DELIMITED BY SIZE
010960         WS-ORD-CASE-NO (WS-ORD-IDX) DELIMITED BY SPACE
010970         "*" DELIMITED BY SIZE
010980         WS-DED-PAY-DATE-X (3:6) DELIMITED BY SIZE
010990         "*" DELIMITED BY SIZE
011000         WS-DED-PENNIES-X (WS-AMT-START:WS-AMT-LEN)
011010             DELIMITED BY SIZE
011020         "*" DELIMITED BY SIZE
011030         WS-GRN-SSN (WS-GARN-IDX) DELIMITED BY SPACE
011040         "*" DELIMITED BY SIZE
011050         WS-DED-MEDICAL DELIMITED BY SIZE
011060         "*" DELIMITED BY SIZE
011070         WS-DED-NAME DELIMITED BY "  "
011080         "*" DELIMITED BY SIZE
011090         WS-VEND-FIPS (WS-VEND-IDX) DELIMITED BY SPACE
011100         "*" DELIMITED BY SIZE
011110         WS-GRN-TERM-FLAG (WS-GARN-IDX) DELIMITED BY SIZE
011120         "\" DELIMITED BY SIZE
011130         INTO AD-PAYMENT-INFO.

011140*----------------------------------------------------------------
011150 5000-WRITE-EXCEPTIONS.
011160*----------------------------------------------------------------
011170     MOVE SPACES TO WS-RPT-LINE
011180     WRITE REGISTER-RECORD FROM WS-RPT-LINE
011190     MOVE "EXCEPTIONS" TO WS-RPT-LINE
011200     WRITE REGISTER-RECORD FROM WS-RPT-LINE
011210     IF WS-UNM-COUNT = ZERO AND WS-REV-COUNT = ZERO
011220             AND WS-NO-ORDER-COUNT = ZERO
011230             AND NOT PAYEE-TABLE-OVERFLOWED
011240             AND NOT GARN-TABLE-OVERFLOWED
011250         MOVE "  NONE" TO WS-RPT-LINE
011260         WRITE REGISTER-RECORD FROM WS-RPT-LINE
011270     END-IF
011280     PERFORM 5100-WRITE-UNMAPPED-LINE
011290         THRU 5100-WRITE-UNMAPPED-LINE-EXIT
011300         VARYING WS-UNM-IDX FROM 1 BY 1
011310         UNTIL WS-UNM-IDX > WS-UNM-COUNT
011320     IF UNMAPPED-TABLE-OVERFLOWED
011330         MOVE SPACES TO WS-RPT-LINE
011340         STRING "  MORE CODES WITH NO PAYEE THAN FIT THE LISTING"
011350             " - SEE THE TOTAL BELOW"
011360             DELIMITED BY SIZE INTO WS-RPT-LINE
011370         WRITE REGISTER-RECORD FROM WS-RPT-LINE
011380     END-IF
011390     IF WS-NO-ORDER-COUNT > ZERO
011400         MOVE WS-NO-ORDER-COUNT TO WS-CNT-ED
011410         MOVE SPACES TO WS-RPT-LINE
011420         STRING "  " WS-CNT-ED " GARNISHMENT(S) WITH NO ORDER ON "
011430             "DEDPAYEE.DAT - PAID BY AP CHECK WITHOUT A CASE "
011440             "NUMBER; ADD THE ORDER"
011450             DELIMITED BY SIZE INTO WS-RPT-LINE
011460         WRITE REGISTER-RECORD FROM WS-RPT-LINE
011470     END-IF
011480     IF PAYEE-TABLE-OVERFLOWED
011490         MOVE SPACES TO WS-RPT-LINE
011500         STRING "  *** DEDPAYEE.DAT OVERFLOWED THE LOAD TABLES - "
011510             "PAYEES WERE DROPPED ***"
011520             DELIMITED BY SIZE INTO WS-RPT-LINE
011530         WRITE REGISTER-RECORD FROM WS-RPT-LINE
011540     END-IF
011550     IF GARN-TABLE-OVERFLOWED
011560         MOVE SPACES TO WS-RPT-LINE
011570         STRING "  *** MORE GARNISHMENTS THAN THE TABLE HOLDS - "
011580             "THE EXCESS IS LISTED AS NO PAYEE ***"
011590             DELIMITED BY SIZE INTO WS-RPT-LINE
011600         WRITE REGISTER-RECORD FROM WS-RPT-LINE
011610     END-IF
011620     PERFORM 5200-WRITE-REVERSAL-LINE
011630         THRU 5200-WRITE-REVERSAL-LINE-EXIT
011640         VARYING WS-REV-IDX FROM 1 BY 1
011650         UNTIL WS-REV-IDX > WS-REV-COUNT
011660     IF REVERSAL-TABLE-OVERFLOWED
011670         MOVE SPACES TO WS-RPT-LINE
011680         STRING "  MORE VOID REVERSALS THAN FIT THE LISTING"
011690             " - SEE THE TOTAL BELOW"
011700             DELIMITED BY SIZE INTO WS-RPT-LINE
011710         WRITE REGISTER-RECORD FROM WS-RPT-LINE
011720     END-IF.

011730*----------------------------------------------------------------
011740 5100-WRITE-UNMAPPED-LINE.
011750*----------------------------------------------------------------
011760     MOVE WS-UNM-DRAWS (WS-UNM-IDX) TO WS-CNT-ED
011770     MOVE SPACES TO WS-AMT-LINE
011780     STRING "  NO PAYEE FOR CODE " WS-UNM-DED-CODE (WS-UNM-IDX)
011790         "  " WS-CNT-ED " DEDUCTIONS"
011800         DELIMITED BY SIZE INTO AL-LABEL
011810     MOVE WS-UNM-AMOUNT (WS-UNM-IDX) TO AL-AMOUNT
011820     MOVE "NOT REMITTED" TO AL-NOTE
011830     WRITE REGISTER-RECORD FROM WS-AMT-LINE.
011840 5100-WRITE-UNMAPPED-LINE-EXIT.
011850     EXIT.

011860*----------------------------------------------------------------
011870 5200-WRITE-REVERSAL-LINE.
011880*----------------------------------------------------------------
011890     MOVE SPACES TO WS-AMT-LINE
011900     STRING "  VOID " WS-REV-EMP-ID (WS-REV-IDX) " "
011910         WS-REV-EMP-NAME (WS-REV-IDX) " REF "
011920         WS-REV-REFERENCE (WS-REV-IDX)
011930         DELIMITED BY SIZE INTO AL-LABEL
011940     MOVE WS-REV-AMOUNT (WS-REV-IDX) TO AL-AMOUNT
011950     MOVE "RECOVER FROM PAYEE" TO AL-NOTE
011960     WRITE REGISTER-RECORD FROM WS-AMT-LINE.
011970 5200-WRITE-REVERSAL-LINE-EXIT.
011980     EXIT.

011990*----------------------------------------------------------------
012000 9000-TERMINATE.
012010*----------------------------------------------------------------
012020     PERFORM 9100-WRITE-TOTALS
012030     IF ACH-FILE-STARTED
012040         PERFORM 9200-WRITE-BATCH-CONTROL
012050         PERFORM 9300-WRITE-FILE-CONTROL
012060         PERFORM 9400-FILL-LAST-BLOCK
012070     END-IF
012080     IF DEDT-FILE-OPEN
012090         CLOSE DEDT-FILE
012100     END-IF
012110     CLOSE REGISTER-FILE
012120           AP-FILE
012130           ACH-FILE
012140     DISPLAY "DEDUCTION REMITTANCE COMPLETE - " WS-DEDT-COUNT
012150         " DEDUCTIONS, " WS-AP-COUNT " AP INVOICES, "
012160         WS-CCD-COUNT " CCD+ ENTRIES".

012170*----------------------------------------------------------------
012180 9100-WRITE-TOTALS.
012190*----------------------------------------------------------------
012200*    CHECK + ACH + NO PAYEE + REVERSALS IS THE TOTAL TAKEN BY
012210*    CONSTRUCTION.  THE TOTAL TAKEN MUST EQUAL THE NET 2140
012220*    CREDIT, OR A DEDUCTION WAS DRAWN THAT NEVER REACHED THE
012230*    EXTRACT (OR THE REVERSE) AND NOTHING SHOULD BE RELEASED.
012240     MOVE SPACES TO WS-RPT-LINE
012250     WRITE REGISTER-RECORD FROM WS-RPT-LINE
012260     MOVE SPACES TO WS-AMT-LINE
012270     MOVE "REMITTED BY AP CHECK" TO AL-LABEL
012280     MOVE WS-TOTAL-CHECK TO AL-AMOUNT
012290     WRITE REGISTER-RECORD FROM WS-AMT-LINE
012300     MOVE "REMITTED BY ACH CCD+ (REMITACH.OUT)" TO AL-LABEL
012310     MOVE WS-TOTAL-ACH TO AL-AMOUNT
012320     WRITE REGISTER-RECORD FROM WS-AMT-LINE
012330     MOVE "NOT REMITTED - NO PAYEE ON FILE" TO AL-LABEL
012340     MOVE WS-TOTAL-UNMAPPED TO AL-AMOUNT
012350     WRITE REGISTER-RECORD FROM WS-AMT-LINE
012360     MOVE "VOID REVERSALS - RECOVER FROM PAYEE" TO AL-LABEL
012370     MOVE WS-TOTAL-REVERSED TO AL-AMOUNT
012380     WRITE REGISTER-RECORD FROM WS-AMT-LINE
012390     MOVE "TOTAL OTHER DEDUCTIONS TAKEN" TO AL-LABEL
012400     MOVE WS-TOTAL-TAKEN TO AL-AMOUNT
012410     WRITE REGISTER-RECORD FROM WS-AMT-LINE
012420     MOVE "GLPOST.OUT OTHER DEDUCTIONS PAYABLE (2140) NET CREDIT"
012430         TO AL-LABEL
012440     MOVE WS-GL-2140-NET TO AL-AMOUNT
012450     WRITE REGISTER-RECORD FROM WS-AMT-LINE
012460     IF GL-FILE-READ AND WS-TOTAL-TAKEN = WS-GL-2140-NET
012470         MOVE "REMITTANCE PROVES TO GLPOST.OUT" TO WS-RPT-LINE
012480         WRITE REGISTER-RECORD FROM WS-RPT-LINE
012490     ELSE
012500         MOVE SPACES TO WS-RPT-LINE
012510         STRING "*** DOES NOT PROVE TO GLPOST.OUT - DO NOT "
012520             "RELEASE THE AP OR ACH FILE ***"
012530             DELIMITED BY SIZE INTO WS-RPT-LINE
012540         WRITE REGISTER-RECORD FROM WS-RPT-LINE
012550         DISPLAY "REMITTANCE DOES NOT PROVE TO GLPOST.OUT - "
012560             "DO NOT RELEASE APPAYMT.OUT OR REMITACH.OUT"
012570     END-IF.

012580*----------------------------------------------------------------
012590 9200-WRITE-BATCH-CONTROL.
012600*----------------------------------------------------------------
012610*    THE ENTRY HASH CARRIES ONLY THE RIGHTMOST TEN DIGITS OF THE
012620*    ROUTING-NUMBER SUM - THE MOVE FROM THE WIDER ACCUMULATOR
012630*    TRUNCATES ON THE LEFT, WHICH IS EXACTLY THE RULE.
012640     MOVE WS-ENTRY-ADDENDA-COUNT TO BC-ENTRY-COUNT
012650     MOVE WS-HASH-ACCUM          TO BC-ENTRY-HASH
012660     MOVE WS-CREDIT-TOTAL        TO BC-TOTAL-CREDIT
012670     MOVE WS-COMPANY-ID          TO BC-COMPANY-ID
012680     MOVE WS-ODFI-ID             TO BC-ODFI-ID
012690     WRITE ACH-RECORD FROM WS-BATCH-CONTROL
012700     ADD 1 TO WS-RECORD-TOTAL.

012710*----------------------------------------------------------------
012720 9300-WRITE-FILE-CONTROL.
012730*----------------------------------------------------------------
012740     MOVE WS-ENTRY-ADDENDA-COUNT TO FC-ENTRY-COUNT
012750     MOVE WS-HASH-ACCUM          TO FC-ENTRY-HASH
012760     MOVE WS-CREDIT-TOTAL        TO FC-TOTAL-CREDIT
012770     ADD 1 TO WS-RECORD-TOTAL
012780     COMPUTE WS-BLOCK-COUNT = (WS-RECORD-TOTAL + 9) / 10
012790     MOVE WS-BLOCK-COUNT         TO FC-BLOCK-COUNT
012800     WRITE ACH-RECORD FROM WS-FILE-CONTROL.

012810*----------------------------------------------------------------
012820 9400-FILL-LAST-BLOCK.
012830*----------------------------------------------------------------
012840*    PAD THE FILE WITH ALL-NINES RECORDS TO A MULTIPLE OF THE
012850*    TEN-RECORD BLOCKING FACTOR DECLARED IN THE FILE HEADER.
012860     COMPUTE WS-FILL-COUNT =
012870         (WS-BLOCK-COUNT * 10) - WS-RECORD-TOTAL
012880     PERFORM 9410-WRITE-FILL-RECORD
012890         THRU 9410-WRITE-FILL-RECORD-EXIT
012900         VARYING WS-FILL-SUB FROM 1 BY 1
012910         UNTIL WS-FILL-SUB > WS-FILL-COUNT.

012920*----------------------------------------------------------------
012930 9410-WRITE-FILL-RECORD.
012940*----------------------------------------------------------------
012950     WRITE ACH-RECORD FROM WS-BLOCK-FILLER.
012960 9410-WRITE-FILL-RECORD-EXIT.
012970     EXIT.
