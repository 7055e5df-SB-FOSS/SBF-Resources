000010************************************************
000020* (PAY_ASTREG)
000030*  LEASED ASSET REGISTER, ONE ROW PER ASTNUM.
000040*  ASTCOD IS THE CPBIS006 ASSET CODE (CB6) IN
000050*  FORCE FOR THE CONTRACT'S EQPCOD AT ACQDAY.
000060*  LIFMOS = USEFUL LIFE IN MONTHS, RSDAMT = THE
000070*  RESIDUAL VALUE DEPRECIATION STOPS AT.
000080*  DEPMTH: S = STRAIGHT LINE
000090*          D = DOUBLE DECLINING BALANCE
000100*  NET BOOK VALUE = ACQCST - ACMDEP. LSTDEP IS
000110*  THE YYYYMM LAST DEPRECIATED BY PAY146.
000120*  ASTSTS: A = ACTIVE  D = DISPOSED (PAY134 -
000130*  DSPCOD R/P, DSPAMT PROCEEDS, GNLAMT GAIN +
000140*  OR LOSS -)
000150************************************************
000160 01  PAY_ASTREG-ASTNUM PIC S9(007) COMP-3.
000170 01  PAY_ASTREG-ASTCOD PIC  X(007).
000180 01  PAY_ASTREG-EQPCOD PIC  X(004).
000190 01  PAY_ASTREG-CNTNUM PIC  X(009).
000200 01  PAY_ASTREG-ACQDAY PIC  X(008).
000210 01  PAY_ASTREG-ACQCST PIC S9(013) COMP-3.
000220 01  PAY_ASTREG-RSDAMT PIC S9(013) COMP-3.
000230 01  PAY_ASTREG-LIFMOS PIC S9(003) COMP-3.
000240 01  PAY_ASTREG-DEPMTH PIC  X(001).
000250     88 PAY_ASTREG-DEP-STRAIGHT  VALUE "S".
000260     88 PAY_ASTREG-DEP-DECLINING VALUE "D".
000270 01  PAY_ASTREG-ACMDEP PIC S9(013) COMP-3.
000280 01  PAY_ASTREG-DEPCNT PIC S9(003) COMP-3.
000290 01  PAY_ASTREG-LSTDEP PIC  X(006).
000300 01  PAY_ASTREG-ASTSTS PIC  X(001).
000310     88 PAY_ASTREG-ACTIVE        VALUE "A".
000320     88 PAY_ASTREG-DISPOSED      VALUE "D".
000330 01  PAY_ASTREG-DSPDAY PIC  X(008).
000340 01  PAY_ASTREG-DSPCOD PIC  X(001).
000350 01  PAY_ASTREG-DSPAMT PIC S9(013) COMP-3.
000360 01  PAY_ASTREG-GNLAMT PIC S9(013) COMP-3.
000370 01  PAY_ASTREG-REGDAY PIC  X(008).
000380 01  PAY_ASTREG-REGTIM PIC  X(006).
000390 01  PAY_ASTREG-MODDAY PIC  X(008).
000400 01  PAY_ASTREG-MODTIM PIC  X(006).
000410 01  PAY_ASTREG-MODPSN PIC  X(004).
