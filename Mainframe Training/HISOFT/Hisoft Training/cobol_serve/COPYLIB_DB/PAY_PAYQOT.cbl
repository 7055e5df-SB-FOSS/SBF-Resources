000010************************************************
000020* (PAY_PAYQOT)
000030*  EARLY-TERMINATION PAYOFF QUOTE PER CNTNUM.
000040*  PAYOFF = DSCAMT + DSCTAX + OPNAMT + LATAMT
000050*           - DEPAMT - CRDAMT
000060*  RMNCNT/RMNAMT ARE THE UNBILLED PERIODS AND
000070*  THEIR CHARGE BEFORE DISCOUNT AT DSCRAT (ANNUAL
000080*  PERCENT) BACK TO TRMDAY. QOTCNT IS PAYCNT WHEN
000090*  QUOTED. BILNUM/APRSEQ ARE SET BY SETTLEMENT.
000100*  QOTSTS: Q = QUOTED, VALID THROUGH VLDDAY
000110*          S = SETTLED, TERMINATION QUEUED
000120*          X = SUPERSEDED BY A LATER QUOTE
000130*          R = TERMINATION REJECTED ON APRQUE
000140************************************************
000150 01  PAY_PAYQOT-QOTNUM PIC S9(007) COMP-3.
000160 01  PAY_PAYQOT-CNTNUM PIC  X(009).
000170 01  PAY_PAYQOT-QOTDAY PIC  X(008).
000180 01  PAY_PAYQOT-TRMDAY PIC  X(008).
000190 01  PAY_PAYQOT-VLDDAY PIC  X(008).
000200 01  PAY_PAYQOT-QOTCNT PIC S9(003) COMP-3.
000210 01  PAY_PAYQOT-RMNCNT PIC S9(003) COMP-3.
000220 01  PAY_PAYQOT-RMNAMT PIC S9(013) COMP-3.
000230 01  PAY_PAYQOT-DSCRAT PIC S9(002)V9(003) COMP-3.
000240 01  PAY_PAYQOT-DSCAMT PIC S9(013) COMP-3.
000250 01  PAY_PAYQOT-DSCTAX PIC S9(013) COMP-3.
000260 01  PAY_PAYQOT-OPNAMT PIC S9(013) COMP-3.
000270 01  PAY_PAYQOT-LATAMT PIC S9(013) COMP-3.
000280 01  PAY_PAYQOT-DEPAMT PIC S9(013) COMP-3.
000290 01  PAY_PAYQOT-CRDAMT PIC S9(013) COMP-3.
000300 01  PAY_PAYQOT-PAYOFF PIC S9(013) COMP-3.
000310 01  PAY_PAYQOT-QOTSTS PIC  X(001).
000320     88 PAY_PAYQOT-QUOTED       VALUE "Q".
000330     88 PAY_PAYQOT-SETTLED      VALUE "S".
000340     88 PAY_PAYQOT-SUPERSEDED   VALUE "X".
000350     88 PAY_PAYQOT-REJECTED     VALUE "R".
000360 01  PAY_PAYQOT-QOTPSN PIC  X(004).
000370 01  PAY_PAYQOT-BILNUM PIC  X(009).
000380 01  PAY_PAYQOT-APRSEQ PIC S9(007) COMP-3.
000390 01  PAY_PAYQOT-SETDAY PIC  X(008).
000400 01  PAY_PAYQOT-SETPSN PIC  X(004).
000410 01  PAY_PAYQOT-REGDAY PIC  X(008).
000420 01  PAY_PAYQOT-REGTIM PIC  X(006).
000430 01  PAY_PAYQOT-MODDAY PIC  X(008).
000440 01  PAY_PAYQOT-MODTIM PIC  X(006).
000450 01  PAY_PAYQOT-MODPSN PIC  X(004).
