000153     88 PAY_BILELE-DLV-FAILED    VALUE "F".
000160 01  PAY_BILELE-SNDTIM  PIC  X(6).
000170 01  PAY_BILELE-FALCNT  PIC S9(3) COMP-3.
000180 01  PAY_BILELE-DOCTYP  PIC  X(1).
000181     88 PAY_BILELE-DOC-BILL        VALUE " ".
000182     88 PAY_BILELE-DOC-CREDIT      VALUE "C".
000183     88 PAY_BILELE-DOC-REBILL      VALUE "R".
000190 01  PAY_BILELE-ORGNUM  PIC  X(9).
