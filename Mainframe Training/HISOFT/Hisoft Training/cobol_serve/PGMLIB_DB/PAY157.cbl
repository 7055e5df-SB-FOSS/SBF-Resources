000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. PAY157.
000030 AUTHOR. K.SATO.
000040 INSTALLATION. SYSTEM DEVELOPMENT DEPT.
000050 DATE-WRITTEN. 2026-10-14.
000060 DATE-COMPILED.
000070******************************************************
000080* MODIFICATION HISTORY
000090*  2026-10-14  K.SATO   INITIAL VERSION - DIRECT-DEBIT
000100*                       ACCOUNT PRENOTE. EVERY BNKMST
000110*                       ACCOUNT ADDED OR CHANGED SINCE THE
000120*                       LAST RUN (VRFSTS N, SET BY PAY107
000130*                       AND PAY131) GOES TO THE BANK ON A
000140*                       ZERO-VALUE VERIFICATION FILE IN
000150*                       THE PAY108 COLLECTION LAYOUT AND
000160*                       IS MARKED SENT (VRFSTS S) WITH A
000170*                       CHGLOG ROW. PAY158 LOADS THE
000180*                       BANK'S ANSWER. PAY108 WILL NOT
000190*                       COLLECT ON THE ACCOUNT UNTIL THE
000200*                       BANK HAS VERIFIED IT
000210******************************************************
000220 ENVIRONMENT DIVISION.
000230 INPUT-OUTPUT SECTION.
000240 FILE-CONTROL.
000250     SELECT PRNREQ-FILE ASSIGN TO PRNREQOU.
000260     SELECT PAY157-RPT ASSIGN TO PAY157RP.
000270 DATA DIVISION.
000280 FILE SECTION.
000290 FD  PRNREQ-FILE
000300     RECORDING MODE IS F
000310     LABEL RECORDS ARE STANDARD.
000320 01  PRNREQ-REC.
000330     03 PQ-CNTNUM        PIC X(009).
000340     03 PQ-BNKCOD        PIC X(004).
000350     03 PQ-BRNCOD        PIC X(003).
000360     03 PQ-ACTTYP        PIC X(001).
000370     03 PQ-ACTNUM        PIC X(007).
000380     03 PQ-ACTNAM        PIC X(030).
000390     03 PQ-COLAMT        PIC S9(013) COMP-3.
000400     03 PQ-DUEDAY        PIC X(008).
000410 FD  PAY157-RPT
000420     RECORDING MODE IS F
000430     LABEL RECORDS ARE STANDARD.
000440 01  PAY157-RPT-REC              PIC X(080).
000450 WORKING-STORAGE SECTION.
000460     EXEC SQL INCLUDE SQLCA END-EXEC.
000470     EXEC SQL INCLUDE PAY_BNKMST END-EXEC.
000480     EXEC SQL INCLUDE PAY_CHGLOG END-EXEC.
000490 77  WS-EOF-SW           PIC X(001) VALUE "N".
000500     88 WS-EOF                      VALUE "Y".
000510 77  WS-BATCH-PSN        PIC X(004) VALUE "PRN1".
000520 77  WS-TODAY            PIC X(008).
000530 77  WS-NOWTIME          PIC X(006).
000540 77  WS-SNT-CNT          PIC S9(007) COMP-3 VALUE ZERO.
000550 01  WS-DETAIL-LINE.
000560     03 FILLER           PIC X(008) VALUE "PRENOTE ".
000570     03 DL-CNTNUM        PIC X(009).
000580     03 FILLER           PIC X(002) VALUE SPACES.
000590     03 DL-BNKCOD        PIC X(004).
000600     03 FILLER           PIC X(001) VALUE "-".
000610     03 DL-BRNCOD        PIC X(003).
000620     03 FILLER           PIC X(001) VALUE "-".
000630     03 DL-ACTNUM        PIC X(007).
000640     03 FILLER           PIC X(002) VALUE SPACES.
000650     03 DL-ACTNAM        PIC X(030).
000660     03 FILLER           PIC X(013) VALUE SPACES.
000670 01  WS-TOTAL-LINE.
000680     03 FILLER           PIC X(009) VALUE "PRENOTES ".
000690     03 TL-COUNT         PIC -(007)9.
000700     03 FILLER           PIC X(063) VALUE SPACES.
000710******************************************************
000720* PROCEDURE DIVISION
000730******************************************************
000740 PROCEDURE DIVISION.
000750 0000-MAINLINE.
000760     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
000770     PERFORM 2000-SEND-PRENOTE THRU 2000-EXIT
000780         UNTIL WS-EOF.
000790     PERFORM 3000-TERMINATE THRU 3000-EXIT.
000800     STOP RUN.
000810******************************************************
000820* 1000-INITIALIZE - OPEN FILES, OPEN THE CURSOR OF
000830*                   ACCOUNTS AWAITING A PRENOTE
000840******************************************************
000850 1000-INITIALIZE.
000860     OPEN OUTPUT PRNREQ-FILE.
000870     OPEN OUTPUT PAY157-RPT.
000880     ACCEPT WS-TODAY FROM DATE YYYYMMDD.
000890     ACCEPT WS-NOWTIME FROM TIME.
000900     EXEC SQL
000910         DECLARE PRENOT-CSR CURSOR FOR
000920             SELECT CNTNUM, BNKCOD, BRNCOD, ACTTYP, ACTNUM,
000930                    ACTNAM
000940               FROM BNKMST
000950              WHERE VRFSTS = 'N'
000960              ORDER BY CNTNUM
000970     END-EXEC.
000980     EXEC SQL
000990         OPEN PRENOT-CSR
001000     END-EXEC.
001010     PERFORM 2100-FETCH-ACCOUNT THRU 2100-EXIT.
001020 1000-EXIT.
001030     EXIT.
001040******************************************************
001050* 2000-SEND-PRENOTE - ONE ZERO-VALUE RECORD PER ACCOUNT,
001060*                     THEN MARK IT SENT
001070******************************************************
001080 2000-SEND-PRENOTE.
001090     MOVE PAY_BNKMST-CNTNUM TO PQ-CNTNUM.
001100     MOVE PAY_BNKMST-BNKCOD TO PQ-BNKCOD.
001110     MOVE PAY_BNKMST-BRNCOD TO PQ-BRNCOD.
001120     MOVE PAY_BNKMST-ACTTYP TO PQ-ACTTYP.
001130     MOVE PAY_BNKMST-ACTNUM TO PQ-ACTNUM.
001140     MOVE PAY_BNKMST-ACTNAM TO PQ-ACTNAM.
001150     MOVE ZERO TO PQ-COLAMT.
001160     MOVE WS-TODAY TO PQ-DUEDAY.
001170     WRITE PRNREQ-REC.
001180     PERFORM 2200-MARK-SENT THRU 2200-EXIT.
001190     ADD 1 TO WS-SNT-CNT.
001200     MOVE PAY_BNKMST-CNTNUM TO DL-CNTNUM.
001210     MOVE PAY_BNKMST-BNKCOD TO DL-BNKCOD.
001220     MOVE PAY_BNKMST-BRNCOD TO DL-BRNCOD.
001230     MOVE PAY_BNKMST-ACTNUM TO DL-ACTNUM.
001240     MOVE PAY_BNKMST-ACTNAM TO DL-ACTNAM.
001250     WRITE PAY157-RPT-REC FROM WS-DETAIL-LINE.
001260     PERFORM 2100-FETCH-ACCOUNT THRU 2100-EXIT.
001270 2000-EXIT.
001280     EXIT.
001290******************************************************
001300* 2100-FETCH-ACCOUNT - GET THE NEXT ACCOUNT TO PRENOTE
001310******************************************************
001320 2100-FETCH-ACCOUNT.
001330     EXEC SQL
001340         FETCH PRENOT-CSR
001350             INTO :PAY_BNKMST-CNTNUM, :PAY_BNKMST-BNKCOD,
001360                  :PAY_BNKMST-BRNCOD, :PAY_BNKMST-ACTTYP,
001370                  :PAY_BNKMST-ACTNUM, :PAY_BNKMST-ACTNAM
001380     END-EXEC.
001390     IF SQLCODE NOT = 0
001400         MOVE "Y" TO WS-EOF-SW.
001410 2100-EXIT.
001420     EXIT.
001430******************************************************
001440* 2200-MARK-SENT - VRFSTS N TO S, DATED, WITH ITS
001450*                  CHANGE-LOG ROW
001460******************************************************
001470 2200-MARK-SENT.
001480     EXEC SQL
001490         UPDATE BNKMST
001500            SET VRFSTS = 'S',
001510                VRFDAY = :WS-TODAY,
001520                VRFRSN = ' ',
001530                MODDAY = :WS-TODAY,
001540                MODTIM = :WS-NOWTIME,
001550                MODPSN = :WS-BATCH-PSN
001560          WHERE CNTNUM = :PAY_BNKMST-CNTNUM
001570     END-EXEC.
001580     EXEC SQL
001590         INSERT INTO CHGLOG
001600             (TABNAM, KEYVAL, FLDNAM, OLDVAL, NEWVAL,
001610              CHGDAY, CHGTIM, CHGPSN)
001620         VALUES
001630             ("BNKMST", :PAY_BNKMST-CNTNUM, "VRFSTS",
001640              "N", "S",
001650              :WS-TODAY, :WS-NOWTIME, :WS-BATCH-PSN)
001660     END-EXEC.
001670 2200-EXIT.
001680     EXIT.
001690******************************************************
001700* 3000-TERMINATE - CONTROL COUNT, CLOSE UP THE FILES
001710******************************************************
001720 3000-TERMINATE.
001730     EXEC SQL
001740         CLOSE PRENOT-CSR
001750     END-EXEC.
001760     EXEC SQL
001770         COMMIT
001780     END-EXEC.
001790     MOVE WS-SNT-CNT TO TL-COUNT.
001800     WRITE PAY157-RPT-REC FROM WS-TOTAL-LINE.
001810     CLOSE PRNREQ-FILE.
001820     CLOSE PAY157-RPT.
001830 3000-EXIT.
001840     EXIT.
