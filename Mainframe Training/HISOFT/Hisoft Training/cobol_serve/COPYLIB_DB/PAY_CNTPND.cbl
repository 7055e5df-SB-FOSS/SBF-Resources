000010************************************************
000020* (PAY_CNTPND)
000030*  PAY112 CONTRACT ADD HELD FOR APPROVAL, ONE
000040*  ROW PER APRQUE APRSEQ (ACTCOD L). PAY131
000050*  INSERTS THE GAFMST ROW FROM IT ON APPROVAL.
000060*  CNTVAL = LEASE VALUE OF THE NEW CONTRACT IN
000070*  ITS CURCOD, EXPAMT / CRDLIM = CLIENT EXPOSURE
000080*  IN JPY INCLUDING IT AND THE LIMIT WHEN HELD
000090************************************************
000100 01  PAY_CNTPND-APRSEQ PIC S9(007) COMP-3.
000110 01  PAY_CNTPND-CNTNUM PIC  X(009).
000120 01  PAY_CNTPND-DIVCOD PIC  X(004).
000130 01  PAY_CNTPND-PAYCLT PIC  X(008).
000140 01  PAY_CNTPND-PAYNAM PIC  X(060).
000150 01  PAY_CNTPND-PAYTYP PIC  X(001).
000160 01  PAY_CNTPND-PAYBGN PIC  X(008).
000170 01  PAY_CNTPND-PAYCYC PIC  X(002).
000180 01  PAY_CNTPND-PAYEND PIC  X(008).
000190 01  PAY_CNTPND-EXPCOD PIC  X(003).
000200 01  PAY_CNTPND-EQPCOD PIC  X(004).
000210 01  PAY_CNTPND-CURCOD PIC  X(003).
000220 01  PAY_CNTPND-SNDTYP PIC  X(001).
000230 01  PAY_CNTPND-CONFLG PIC  X(001).
000240 01  PAY_CNTPND-TAXRAT PIC S9(002)V9(1) COMP-3.
000250 01  PAY_CNTPND-LEAAMT PIC S9(013) COMP-3.
000260 01  PAY_CNTPND-CNTVAL PIC S9(013) COMP-3.
000270 01  PAY_CNTPND-EXPAMT PIC S9(013) COMP-3.
000280 01  PAY_CNTPND-CRDLIM PIC S9(013) COMP-3.
000290 01  PAY_CNTPND-ENTPSN PIC  X(004).
000300 01  PAY_CNTPND-ENTDAY PIC  X(008).
000310 01  PAY_CNTPND-ENTTIM PIC  X(006).
