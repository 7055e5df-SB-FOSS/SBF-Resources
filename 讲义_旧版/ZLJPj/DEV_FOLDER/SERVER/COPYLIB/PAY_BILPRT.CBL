000230 01  PAY_BILPRT-SNDDAY  PIC  X(8).
000240 01  PAY_BILPRT-DIVCOD  PIC  X(4).
000250 01  PAY_BILPRT-DOCTYP  PIC  X(1).
000251     88 PAY_BILPRT-DOC-BILL        VALUE " ".
000252     88 PAY_BILPRT-DOC-CREDIT      VALUE "C".
000253     88 PAY_BILPRT-DOC-REBILL      VALUE "R".
000254     88 PAY_BILPRT-DOC-PAYOFF      VALUE "P".
000260 01  PAY_BILPRT-SEPCNT  PIC S9(1) COMP-3.
000270 01  PAY_BILPRT-TAXTYP  PIC S9(6) COMP-3.
000280 01  PAY_BILPRT-BILCNT  PIC S9(4) COMP-3.
000340 01  PAY_BILPRT-CURCOD  PIC  X(3).
000350 01  PAY_BILPRT-EXCRAT  PIC S9(3)V9(6) COMP-3.
000360 01  PAY_BILPRT-ASTCOD  PIC  X(7).
000370 01  PAY_BILPRT-ORGNUM  PIC  X(9).
