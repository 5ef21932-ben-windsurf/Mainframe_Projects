000370*                 STAY ON FILE.  A MASTER THAT ARRIVES OUT OF
000380*                 SEQUENCE, OR OVERFLOWS THE TABLE, REFUSES THE
000390*                 RUN AND IS LEFT UNTOUCHED.
000393* 10/15/2026  AC  ACCEPT THE PRE-TAX CLASSES "K" (401(K)) AND
000396*                 "C" (SECTION 125) ALONGSIDE V AND G.
000400*----------------------------------------------------------------
000410 ENVIRONMENT DIVISION.
000420 INPUT-OUTPUT SECTION.
000730     05  DTRAN-CLASS          PIC X(01).
000740         88  DTRAN-VOLUNTARY           VALUE "V".
000750         88  DTRAN-GARNISHMENT         VALUE "G".
000753         88  DTRAN-PRETAX-401K         VALUE "K".
000756         88  DTRAN-PRETAX-125          VALUE "C".
000760     05  DTRAN-METHOD         PIC X(01).
000770         88  DTRAN-FLAT-AMOUNT         VALUE "F".
000780         88  DTRAN-PCT-OF-GROSS        VALUE "P".
003980         WHEN DTRAN-DED-CODE = SPACES
003990             MOVE "N" TO WS-VALID-SW
004000             MOVE "BLANK DEDUCTION CODE" TO WS-ERROR-REASON
004010         WHEN NOT (DTRAN-VOLUNTARY OR DTRAN-GARNISHMENT
004015                   OR DTRAN-PRETAX-401K OR DTRAN-PRETAX-125)
004020             MOVE "N" TO WS-VALID-SW
004030             MOVE "CLASS NOT V, G, K OR C" TO WS-ERROR-REASON
004040         WHEN NOT (DTRAN-FLAT-AMOUNT OR DTRAN-PCT-OF-GROSS)
004050             MOVE "N" TO WS-VALID-SW
004060             MOVE "METHOD NOT F OR P" TO WS-ERROR-REASON
