000010************************************************
000020* (PAY_CLTLIM)
000030*  CLIENT CREDIT LIMIT, ONE ROW PER CLTMST
000040*  PAYCLT, MAINTAINED BY PAY148.
000050*  EXPOSURE = UNBILLED LEASE VALUE OF THE
000060*  CLIENT'S OPEN CONTRACTS + OPEN BILITM
000070*  BALANCES (+ ADDS HELD ON APRQUE).
000080*  WRNPCT: EXPOSURE AT OR ABOVE THIS PERCENT
000090*  OF CRDLIM IS REPORTED AS NEAR THE LIMIT
000100************************************************
000110 01  PAY_CLTLIM-PAYCLT PIC  X(008).
000120 01  PAY_CLTLIM-CRDLIM PIC S9(013) COMP-3.
000130 01  PAY_CLTLIM-WRNPCT PIC S9(003) COMP-3.
000140 01  PAY_CLTLIM-REGDAY PIC  X(008).
000150 01  PAY_CLTLIM-REGTIM PIC  X(006).
000160 01  PAY_CLTLIM-REGPSN PIC  X(004).
000170 01  PAY_CLTLIM-MODDAY PIC  X(008).
000180 01  PAY_CLTLIM-MODTIM PIC  X(006).
000190 01  PAY_CLTLIM-MODPSN PIC  X(004).
