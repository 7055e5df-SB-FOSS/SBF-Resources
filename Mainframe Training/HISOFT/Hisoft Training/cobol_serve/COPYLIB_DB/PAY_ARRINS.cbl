000010************************************************
000020* (PAY_ARRINS)
000030*  PROMISED INSTALMENTS OF A PAYARR ARRANGEMENT,
000040*  ONE ROW PER INSSEQ. PAYAMT IS THE PART OF THE
000050*  INSTALMENT COVERED BY GAFHST PAYMENTS WHEN THE
000060*  PAY144 MONITOR LAST CHECKED IT (CHKDAY).
000070************************************************
000080 01  PAY_ARRINS-CNTNUM PIC  X(009).
000090 01  PAY_ARRINS-ARRSEQ PIC S9(003) COMP-3.
000100 01  PAY_ARRINS-INSSEQ PIC S9(003) COMP-3.
000110 01  PAY_ARRINS-INSDAY PIC  X(008).
000120 01  PAY_ARRINS-INSAMT PIC S9(013) COMP-3.
000130 01  PAY_ARRINS-PAYAMT PIC S9(013) COMP-3.
000140 01  PAY_ARRINS-INSSTS PIC  X(001).
000150     88 PAY_ARRINS-INS-OPEN      VALUE "O".
000160     88 PAY_ARRINS-INS-KEPT      VALUE "K".
000170     88 PAY_ARRINS-INS-BROKEN    VALUE "B".
000180     88 PAY_ARRINS-INS-CANCELLED VALUE "X".
000190 01  PAY_ARRINS-CHKDAY PIC  X(008).
