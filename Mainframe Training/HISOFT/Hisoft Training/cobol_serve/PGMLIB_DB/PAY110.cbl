000240*                       WHICH BILLS ARE OUTSTANDING
000250*  2026-09-02  K.SATO   CONTRACTS WITH AN OPEN PAY123
000260*                       WRITE-OFF ARE NO LONGER SELECTED
000261*  2026-09-18  K.SATO   CONTRACTS WITH A PAYARR PROMISE-
000262*                       TO-PAY IN GOOD STANDING ARE NOT
000263*                       SELECTED - PAY144 PUTS THEM BACK
000264*                       AT THEIR EARLIER PAYDUN LEVEL IF
000265*                       THE PROMISE IS BROKEN
000270******************************************************
000280 ENVIRONMENT DIVISION.
000290 INPUT-OUTPUT SECTION.
001640                (SELECT 1 FROM WRTOFF W
001650                  WHERE W.CNTNUM = GAFMST.CNTNUM
001660                    AND W.WOFSTS = 'O')
001661            AND NOT EXISTS
001662                (SELECT 1 FROM PAYARR A
001663                  WHERE A.CNTNUM = GAFMST.CNTNUM
001664                    AND A.ARRSTS = 'A')
001670          ORDER BY CNTNUM
001680     END-EXEC.
001690     EXEC SQL
