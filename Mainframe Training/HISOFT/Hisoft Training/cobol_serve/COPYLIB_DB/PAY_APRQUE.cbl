000030*  PENDING-APPROVAL QUEUE FOR FOUR-EYES CONTROL.
000040*  ACTCOD: P = PAYMENT OVER THE APPROVAL LIMIT
000050*          T = CONTRACT TERMINATION
000051*          L = NEW CONTRACT OVER CLIENT CREDIT LIMIT
000052*          A = CONTRACT ASSIGNMENT TO A NEW CLIENT
000060************************************************
000070 01  PAY_APRQUE-APRSEQ PIC S9(007) COMP-3.
000080 01  PAY_APRQUE-ACTCOD PIC  X(001).
000090     88 PAY_APRQUE-ACT-PAYMENT    VALUE "P".
000100     88 PAY_APRQUE-ACT-TERMINATE  VALUE "T".
000101     88 PAY_APRQUE-ACT-CREDIT     VALUE "L".
000102     88 PAY_APRQUE-ACT-ASSIGN     VALUE "A".
000110 01  PAY_APRQUE-CNTNUM PIC  X(009).
000120 01  PAY_APRQUE-PAYAMT PIC S9(013) COMP-3.
000130 01  PAY_APRQUE-ENTPSN PIC  X(004).
