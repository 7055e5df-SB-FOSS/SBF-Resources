000010************************************************
000020* (PAY_INSBDX)
000030*  INSURER BORDEREAU HISTORY, ONE ROW PER
000040*  BDXMON (YYYYMM) / INSCOD (CPBIS006
000050*  保険会社コード) / CNTNUM / EQPCOD, WRITTEN BY
000060*  PAY147. LAST MONTH'S ROWS GIVE THIS MONTH'S
000070*  ADDITIONS AND CANCELLATIONS.
000080*  INSVAL = INSURED VALUE (ASTREG ACQCST)
000090*  MOVTYP: A = ADDED THIS MONTH
000100*          C = CONTINUING FROM LAST MONTH
000110************************************************
000120 01  PAY_INSBDX-BDXMON PIC  X(006).
000130 01  PAY_INSBDX-INSCOD PIC  X(001).
000140 01  PAY_INSBDX-CNTNUM PIC  X(009).
000150 01  PAY_INSBDX-EQPCOD PIC  X(004).
000160 01  PAY_INSBDX-PAYCLT PIC  X(008).
000170 01  PAY_INSBDX-ASTCOD PIC  X(007).
000180 01  PAY_INSBDX-PRMCLS PIC  X(003).
000190 01  PAY_INSBDX-EXPDAY PIC  X(008).
000200 01  PAY_INSBDX-INSVAL PIC S9(013) COMP-3.
000210 01  PAY_INSBDX-PRMAMT PIC S9(013) COMP-3.
000220 01  PAY_INSBDX-MOVTYP PIC  X(001).
000230     88 PAY_INSBDX-ADDED         VALUE "A".
000240     88 PAY_INSBDX-CONTINUING    VALUE "C".
000250 01  PAY_INSBDX-REGDAY PIC  X(008).
000260 01  PAY_INSBDX-REGTIM PIC  X(006).
000270 01  PAY_INSBDX-REGPSN PIC  X(004).
