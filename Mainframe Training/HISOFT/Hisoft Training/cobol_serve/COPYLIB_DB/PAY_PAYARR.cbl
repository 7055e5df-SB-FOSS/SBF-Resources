000010************************************************
000020* (PAY_PAYARR)
000030*  PROMISE-TO-PAY ARRANGEMENT PER CNTNUM, ONE ROW
000040*  PER ARRSEQ. THE INSTALMENTS ARE ON ARRINS.
000050*  PRVLVL/PRVDAY HOLD THE PAYDUN LEVEL AND DATE
000060*  WHEN THE PROMISE WAS TAKEN - RESTORED IF IT IS
000070*  BROKEN. PAY110 AND PAY111 PASS OVER A CONTRACT
000080*  WHILE ITS ARRANGEMENT IS IN GOOD STANDING.
000090************************************************
000100 01  PAY_PAYARR-CNTNUM PIC  X(009).
000110 01  PAY_PAYARR-ARRSEQ PIC S9(003) COMP-3.
000120 01  PAY_PAYARR-ARRSTS PIC  X(001).
000130     88 PAY_PAYARR-GOOD-STANDING VALUE "A".
000140     88 PAY_PAYARR-KEPT          VALUE "K".
000150     88 PAY_PAYARR-BROKEN        VALUE "B".
000160     88 PAY_PAYARR-CANCELLED     VALUE "X".
000170 01  PAY_PAYARR-ARRDAY PIC  X(008).
000180 01  PAY_PAYARR-ARRPSN PIC  X(004).
000190 01  PAY_PAYARR-INSCNT PIC S9(003) COMP-3.
000200 01  PAY_PAYARR-ARRAMT PIC S9(013) COMP-3.
000210 01  PAY_PAYARR-PRVLVL PIC S9(001) COMP-3.
000220 01  PAY_PAYARR-PRVDAY PIC  X(008).
000230 01  PAY_PAYARR-CLSDAY PIC  X(008).
000240 01  PAY_PAYARR-REGDAY PIC  X(008).
000250 01  PAY_PAYARR-REGTIM PIC  X(006).
000260 01  PAY_PAYARR-MODDAY PIC  X(008).
000270 01  PAY_PAYARR-MODTIM PIC  X(006).
000280 01  PAY_PAYARR-MODPSN PIC  X(004).
