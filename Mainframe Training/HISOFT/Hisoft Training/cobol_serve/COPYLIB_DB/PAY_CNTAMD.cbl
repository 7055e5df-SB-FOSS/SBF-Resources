000010************************************************
000020* (PAY_CNTAMD)
000030*  CONTRACT AMENDMENT SCHEDULE - FUTURE-DATED
000040*  TERM CHANGES PER CNTNUM, ONE ROW PER EFFDAY.
000050*  A ZERO LEAAMT OR BLANK PAYCYC/PAYEND LEAVES
000060*  THAT TERM AS IT IS. A PAYCYC CHANGE STARTS ON
000070*  A CYCLE BOUNDARY - BASCNT IS THE PAYCNT AT
000080*  WHICH THE NEW CYCLE TAKES OVER.
000090*  OLDLEA/OLDCYC/OLDEND HOLD THE MASTER TERMS
000100*  REPLACED WHEN THE ROW ROLLED ONTO GAFMST.
000110************************************************
000120 01  PAY_CNTAMD-CNTNUM PIC  X(009).
000130 01  PAY_CNTAMD-EFFDAY PIC  X(008).
000140 01  PAY_CNTAMD-LEAAMT PIC S9(013) COMP-3.
000150 01  PAY_CNTAMD-PAYCYC PIC  X(002).
000160 01  PAY_CNTAMD-PAYEND PIC  X(008).
000170 01  PAY_CNTAMD-BASCNT PIC S9(003) COMP-3.
000180 01  PAY_CNTAMD-AMDSTS PIC  X(001).
000190     88 PAY_CNTAMD-PENDING      VALUE "P".
000200     88 PAY_CNTAMD-APPLIED      VALUE "A".
000210     88 PAY_CNTAMD-CANCELLED    VALUE "X".
000220 01  PAY_CNTAMD-OLDLEA PIC S9(013) COMP-3.
000230 01  PAY_CNTAMD-OLDCYC PIC  X(002).
000240 01  PAY_CNTAMD-OLDEND PIC  X(008).
000250 01  PAY_CNTAMD-ENTPSN PIC  X(004).
000260 01  PAY_CNTAMD-APRPSN PIC  X(004).
000270 01  PAY_CNTAMD-APLDAY PIC  X(008).
000280 01  PAY_CNTAMD-REGDAY PIC  X(008).
000290 01  PAY_CNTAMD-REGTIM PIC  X(006).
000300 01  PAY_CNTAMD-MODDAY PIC  X(008).
000310 01  PAY_CNTAMD-MODTIM PIC  X(006).
000320 01  PAY_CNTAMD-MODPSN PIC  X(004).
