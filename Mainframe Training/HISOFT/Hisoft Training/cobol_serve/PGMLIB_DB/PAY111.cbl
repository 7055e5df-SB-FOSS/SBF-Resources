000195*                       UPDATER MAY STILL BE RUNNING AND
000196*                       A SECOND RUN FOR THE DATE NEEDS A
000197*                       PAY129 OPERATOR OVERRIDE
000198*  2026-09-18  K.SATO   CONTRACTS WITH A PAYARR PROMISE-
000199*                       TO-PAY IN GOOD STANDING ARE NOT
000200*                       CHARGED WHILE THE PROMISE STANDS
000201******************************************************
000210 ENVIRONMENT DIVISION.
000220 INPUT-OUTPUT SECTION.
000230 FILE-CONTROL.
001030          WHERE PAYEND < :WS-TODAY
001040            AND CHCKYN <> 'Y'
001050            AND TRNTOT > 0
001051            AND NOT EXISTS
001052                (SELECT 1 FROM PAYARR A
001053                  WHERE A.CNTNUM = GAFMST.CNTNUM
001054                    AND A.ARRSTS = 'A')
001060          ORDER BY CNTNUM
001070     END-EXEC.
001080     EXEC SQL
