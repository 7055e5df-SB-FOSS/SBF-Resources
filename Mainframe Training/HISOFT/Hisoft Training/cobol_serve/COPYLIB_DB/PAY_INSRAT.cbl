000010************************************************
000020* (PAY_INSRAT)
000030*  INSURANCE PREMIUM RATES PER CPBIS006 保険料識別
000040*  (PRMCLS), EFFECTIVE-FROM DATED LIKE TAXTAB.
000050*  THE RATE FOR A MONTH IS THE ROW WITH THE
000060*  LATEST EFFDAY NOT AFTER THE MONTH END.
000070*  MONTHLY PREMIUM PER INSURED ASSET =
000080*    FLTPRM + INSURED VALUE * PRMRAT / 1000
000090*  (PRMRAT PER MILLE PER MONTH)
000100************************************************
000110 01  PAY_INSRAT-PRMCLS PIC  X(003).
000120 01  PAY_INSRAT-EFFDAY PIC  X(008).
000130 01  PAY_INSRAT-PRMRAT PIC S9(003)V9(4) COMP-3.
000140 01  PAY_INSRAT-FLTPRM PIC S9(013) COMP-3.
000150 01  PAY_INSRAT-REGDAY PIC  X(008).
000160 01  PAY_INSRAT-REGTIM PIC  X(006).
000170 01  PAY_INSRAT-REGPSN PIC  X(004).
