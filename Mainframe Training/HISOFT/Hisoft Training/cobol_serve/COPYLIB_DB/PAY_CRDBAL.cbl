000070 01  PAY_CRDBAL-CRDSTS PIC  X(001).
000080     88 PAY_CRDBAL-CRD-OPEN      VALUE "O".
000090     88 PAY_CRDBAL-CRD-REFUNDED  VALUE "R".
000091     88 PAY_CRDBAL-CRD-APPLIED   VALUE "A".
000100 01  PAY_CRDBAL-REGDAY PIC  X(008).
000110 01  PAY_CRDBAL-REGTIM PIC  X(006).
000120 01  PAY_CRDBAL-MODDAY PIC  X(008).
