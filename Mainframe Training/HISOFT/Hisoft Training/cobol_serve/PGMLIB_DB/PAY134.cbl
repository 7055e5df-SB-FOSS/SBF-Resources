000290*                       A FLAT 1 MADE BIL110 JOURNAL A
000300*                       SPURIOUS REVALUATION GAIN/LOSS
000310*                       FOR NEARLY THE WHOLE BILL
000311*  2026-09-21  K.SATO   A RETURN OR PURCHASE DISPOSES THE
000312*                       CONTRACT'S ACTIVE ASTREG ASSETS,
000313*                       JOURNALED ON DSPJRNOU IN THE
000314*                       GLJRNL LAYOUT WITH GAIN OR LOSS
000315*  2026-10-15  K.SATO   A RETURN OR PURCHASE WHOSE GROUP
000316*                       HAS NO GLAMAP COST CENTRE IS
000317*                       REJECTED, NOT JOURNALED WITHOUT
000318*                       ONE
000320******************************************************
000330 ENVIRONMENT DIVISION.
000340 INPUT-OUTPUT SECTION.
000350 FILE-CONTROL.
000360     SELECT DSPTRN-FILE ASSIGN TO DSPTRNIN.
000370     SELECT CNTTRN-FILE ASSIGN TO CNTTRNOU.
000375     SELECT DSPJRN-FILE ASSIGN TO DSPJRNOU.
000380     SELECT PAY134-RPT ASSIGN TO PAY134RP.
000390 DATA DIVISION.
000400 FILE SECTION.
000750     03 MT-TAXRAT        PIC S9(002)V9(001).
000760     03 MT-LEAAMT        PIC S9(013) COMP-3.
000770     03 MT-PSN           PIC X(004).
000771 FD  DSPJRN-FILE
000772     RECORDING MODE IS F
000773     LABEL RECORDS ARE STANDARD.
000774 01  DSPJRN-REC                  PIC X(037).
000780 FD  PAY134-RPT
000790     RECORDING MODE IS F
000800     LABEL RECORDS ARE STANDARD.
000910     EXEC SQL INCLUDE PAY_CLTMST END-EXEC.
000920     EXEC SQL INCLUDE PAY_TAXTAB END-EXEC.
000930     EXEC SQL INCLUDE PAY_FXRATE END-EXEC.
000931     EXEC SQL INCLUDE PAY_ASTREG END-EXEC.
000932     EXEC SQL INCLUDE PAY_GLAMAP END-EXEC.
000940 77  WS-EOF-SW           PIC X(001) VALUE "N".
000950     88 WS-EOF                      VALUE "Y".
000960 77  WS-FOUND-SW         PIC X(001) VALUE "N".
000990     88 WS-DSP-DUP                  VALUE "Y".
001000 77  WS-CLT-FOUND-SW     PIC X(001) VALUE "N".
001010     88 WS-CLT-FOUND                VALUE "Y".
001011 77  WS-DSP-EOF-SW       PIC X(001) VALUE "N".
001012     88 WS-DSP-EOF                  VALUE "Y".
001013 77  WS-MAP-FOUND-SW     PIC X(001) VALUE "Y".
001014     88 WS-MAP-FOUND                VALUE "Y".
001020 77  WS-TODAY            PIC X(008).
001030 77  WS-NOWTIME          PIC X(006).
001040 77  WS-REJ-RSN          PIC X(020).
001050 77  WS-NEW-BILNUM       PIC X(009).
001051 77  WS-CSTCTR           PIC X(006).
001052 77  WS-ACD-ACCT         PIC X(008) VALUE "15900000".
001053 77  WS-AST-ACCT         PIC X(008) VALUE "15100000".
001054 77  WS-CLR-ACCT         PIC X(008) VALUE "11900000".
001055 77  WS-GAIN-ACCT        PIC X(008) VALUE "72900000".
001056 77  WS-LOSS-ACCT        PIC X(008) VALUE "82900000".
001060 77  WS-NBR-NUM          PIC 9(009).
001070 77  WS-TAX-RATE         PIC S9(002)V9(1) COMP-3.
001080 77  WS-BIL-TAXAMT       PIC S9(013) COMP-3.
001090 77  WS-BIL-TOTAMT       PIC S9(013) COMP-3.
001091 77  WS-AST-LEFT         PIC S9(005) COMP-3.
001092 77  WS-NBV-TOT          PIC S9(013) COMP-3.
001093 77  WS-PRC-TOT          PIC S9(013) COMP-3.
001094 77  WS-PRC-LEFT         PIC S9(013) COMP-3.
001095 77  WS-AST-NBV          PIC S9(013) COMP-3.
001096 77  WS-AST-PRC          PIC S9(013) COMP-3.
001097 77  WS-AST-GNL          PIC S9(013) COMP-3.
001100 77  WS-ACC-CNT          PIC S9(007) COMP-3 VALUE ZERO.
001110 77  WS-REJ-CNT          PIC S9(007) COMP-3 VALUE ZERO.
001111 01  WS-DISP-LINE.
001112     03 FILLER           PIC X(011) VALUE "  DISPOSED ".
001113     03 DS-ASTNUM        PIC 9(007).
001114     03 FILLER           PIC X(006) VALUE "  NBV ".
001115     03 DS-NBV           PIC -(011)9.99.
001116     03 FILLER           PIC X(012) VALUE "  GAIN/LOSS ".
001117     03 DS-GNLAMT        PIC -(011)9.99.
001118     03 FILLER           PIC X(014) VALUE SPACES.
001120 01  WS-DETAIL-LINE.
001130     03 DL-RESULT        PIC X(009).
001140     03 FILLER           PIC X(002) VALUE SPACES.
001240     03 FILLER           PIC X(011) VALUE "  REJECTED ".
001250     03 TL-REJECT        PIC -(007)9.
001260     03 FILLER           PIC X(044) VALUE SPACES.
001261 01  WS-JRN-LINE.
001262     03 JR-GLACCT        PIC X(008).
001263     03 JR-CSTCTR        PIC X(006).
001264     03 JR-DRCR          PIC X(001).
001265     03 JR-AMOUNT        PIC S9(013) COMP-3.
001266     03 JR-DIVCOD        PIC X(004).
001267     03 JR-EXPCOD        PIC X(003).
001268     03 JR-PSTDAY        PIC X(008).
001270******************************************************
001280* PROCEDURE DIVISION
001290******************************************************
001400 1000-INITIALIZE.
001410     OPEN INPUT DSPTRN-FILE.
001420     OPEN OUTPUT CNTTRN-FILE.
001425     OPEN OUTPUT DSPJRN-FILE.
001430     OPEN OUTPUT PAY134-RPT.
001440     ACCEPT WS-TODAY FROM DATE YYYYMMDD.
001450     ACCEPT WS-NOWTIME FROM TIME.
001820         PERFORM 2900-WRITE-REJECT THRU 2900-EXIT
001830         GO TO 2000-NEXT
001840     END-IF.
001841     IF DP-RETURN OR DP-PURCHASE
001842         PERFORM 6300-CHECK-GLAMAP THRU 6300-EXIT
001843         IF NOT WS-MAP-FOUND
001844             MOVE "NO GLAMAP MAPPING" TO WS-REJ-RSN
001845             PERFORM 2900-WRITE-REJECT THRU 2900-EXIT
001846             GO TO 2000-NEXT
001847         END-IF
001848     END-IF.
001850     PERFORM 2200-INSERT-DISPOSITION THRU 2200-EXIT.
001860     PERFORM 2250-WRITE-AUDIT THRU 2250-EXIT.
001870     IF DP-RELEASE
001900     IF DP-PURCHASE
001910         PERFORM 5000-CUT-BUYOUT-BILL THRU 5000-EXIT
001920     END-IF.
001921     IF DP-RETURN OR DP-PURCHASE
001922         PERFORM 6000-DISPOSE-ASSETS THRU 6000-EXIT
001923     END-IF.
001930     ADD 1 TO WS-ACC-CNT.
001940     MOVE "RECORDED" TO DL-RESULT.
001950     PERFORM 2950-WRITE-DETAIL THRU 2950-EXIT.
005290     END-EXEC.
005300     CLOSE DSPTRN-FILE.
005310     CLOSE CNTTRN-FILE.
005315     CLOSE DSPJRN-FILE.
005320     CLOSE PAY134-RPT.
005330 3000-EXIT.
005340     EXIT.
005350******************************************************
005360* 6000-DISPOSE-ASSETS - THE LEASED EQUIPMENT LEAVES THE
005370*                       BOOKS. A PURCHASE PRICE IS SPREAD
005380*                       OVER THE CONTRACT'S ACTIVE ASSETS
005390*                       BY NET BOOK VALUE, THE LAST ONE
005400*                       TAKING THE ROUNDING; A RETURN
005410*                       BRINGS NO PROCEEDS
005420******************************************************
005430 6000-DISPOSE-ASSETS.
005440     EXEC SQL
005450         SELECT COUNT(*)
005460           INTO :WS-AST-LEFT
005470           FROM ASTREG
005480          WHERE CNTNUM = :DP-CNTNUM
005490            AND ASTSTS = 'A'
005500     END-EXEC.
005510     IF SQLCODE NOT = 0
005520         MOVE ZERO TO WS-AST-LEFT
005530     END-IF.
005540     IF WS-AST-LEFT = ZERO
005550         GO TO 6000-EXIT
005560     END-IF.
005570     EXEC SQL
005580         SELECT SUM(ACQCST - ACMDEP)
005590           INTO :WS-NBV-TOT
005600           FROM ASTREG
005610          WHERE CNTNUM = :DP-CNTNUM
005620            AND ASTSTS = 'A'
005630     END-EXEC.
005640     IF DP-PURCHASE
005650         MOVE DP-DSPAMT TO WS-PRC-TOT
005660     ELSE
005670         MOVE ZERO TO WS-PRC-TOT
005680     END-IF.
005690     MOVE WS-PRC-TOT TO WS-PRC-LEFT.
005700     EXEC SQL
005710         DECLARE DSPAST-CSR CURSOR FOR
005720         SELECT ASTNUM, ACQCST, ACMDEP
005730           FROM ASTREG
005740          WHERE CNTNUM = :DP-CNTNUM
005750            AND ASTSTS = 'A'
005760          ORDER BY ASTNUM
005770     END-EXEC.
005780     EXEC SQL
005790         OPEN DSPAST-CSR
005800     END-EXEC.
005810     MOVE "N" TO WS-DSP-EOF-SW.
005820     PERFORM 6050-FETCH-ASSET THRU 6050-EXIT.
005830     PERFORM 6100-DISPOSE-ONE THRU 6100-EXIT
005840         UNTIL WS-DSP-EOF.
005850     EXEC SQL
005860         CLOSE DSPAST-CSR
005870     END-EXEC.
005880 6000-EXIT.
005890     EXIT.
005900******************************************************
005910* 6050-FETCH-ASSET - NEXT ACTIVE ASSET ON THE CONTRACT
005920******************************************************
005930 6050-FETCH-ASSET.
005940     EXEC SQL
005950         FETCH DSPAST-CSR
005960          INTO :PAY_ASTREG-ASTNUM, :PAY_ASTREG-ACQCST,
005970               :PAY_ASTREG-ACMDEP
005980     END-EXEC.
005990     IF SQLCODE NOT = 0
006000         MOVE "Y" TO WS-DSP-EOF-SW.
006010 6050-EXIT.
006020     EXIT.
006030******************************************************
006040* 6100-DISPOSE-ONE - MARK THE ASSET DISPOSED AND JOURNAL
006050*                    IT: DR ACCUMULATED DEPRECIATION, DR
006060*                    DISPOSAL CLEARING FOR THE PROCEEDS,
006070*                    CR ASSET COST, GAIN CR OR LOSS DR
006080******************************************************
006090 6100-DISPOSE-ONE.
006100     COMPUTE WS-AST-NBV = PAY_ASTREG-ACQCST - PAY_ASTREG-ACMDEP.
006110     IF WS-AST-LEFT = 1
006120         MOVE WS-PRC-LEFT TO WS-AST-PRC
006130     ELSE
006140         IF WS-NBV-TOT > ZERO
006150             COMPUTE WS-AST-PRC ROUNDED =
006160                 WS-PRC-TOT * WS-AST-NBV / WS-NBV-TOT
006170         ELSE
006180             MOVE ZERO TO WS-AST-PRC
006190         END-IF
006200     END-IF.
006210     SUBTRACT WS-AST-PRC FROM WS-PRC-LEFT.
006220     SUBTRACT 1 FROM WS-AST-LEFT.
006230     COMPUTE WS-AST-GNL = WS-AST-PRC - WS-AST-NBV.
006240     EXEC SQL
006250         UPDATE ASTREG
006260            SET ASTSTS = 'D',
006270                DSPDAY = :WS-TODAY,
006280                DSPCOD = :DP-DSPCOD,
006290                DSPAMT = :WS-AST-PRC,
006300                GNLAMT = :WS-AST-GNL,
006310                MODDAY = :WS-TODAY,
006320                MODTIM = :WS-NOWTIME,
006330                MODPSN = :DP-PSN
006340          WHERE ASTNUM = :PAY_ASTREG-ASTNUM
006350     END-EXEC.
006360     MOVE WS-ACD-ACCT TO JR-GLACCT.
006370     MOVE "D" TO JR-DRCR.
006380     MOVE PAY_ASTREG-ACMDEP TO JR-AMOUNT.
006390     PERFORM 6200-WRITE-JOURNAL THRU 6200-EXIT.
006400     MOVE WS-CLR-ACCT TO JR-GLACCT.
006410     MOVE "D" TO JR-DRCR.
006420     MOVE WS-AST-PRC TO JR-AMOUNT.
006430     PERFORM 6200-WRITE-JOURNAL THRU 6200-EXIT.
006440     MOVE WS-AST-ACCT TO JR-GLACCT.
006450     MOVE "C" TO JR-DRCR.
006460     MOVE PAY_ASTREG-ACQCST TO JR-AMOUNT.
006470     PERFORM 6200-WRITE-JOURNAL THRU 6200-EXIT.
006480     IF WS-AST-GNL > ZERO
006490         MOVE WS-GAIN-ACCT TO JR-GLACCT
006500         MOVE "C" TO JR-DRCR
006510         MOVE WS-AST-GNL TO JR-AMOUNT
006520         PERFORM 6200-WRITE-JOURNAL THRU 6200-EXIT
006530     END-IF.
006540     IF WS-AST-GNL < ZERO
006550         MOVE WS-LOSS-ACCT TO JR-GLACCT
006560         MOVE "D" TO JR-DRCR
006570         COMPUTE JR-AMOUNT = ZERO - WS-AST-GNL
006580         PERFORM 6200-WRITE-JOURNAL THRU 6200-EXIT
006590     END-IF.
006600     MOVE PAY_ASTREG-ASTNUM TO DS-ASTNUM.
006610     MOVE WS-AST-NBV TO DS-NBV.
006620     MOVE WS-AST-GNL TO DS-GNLAMT.
006630     WRITE PAY134-RPT-REC FROM WS-DISP-LINE.
006640     PERFORM 6050-FETCH-ASSET THRU 6050-EXIT.
006650 6100-EXIT.
006660     EXIT.
006670******************************************************
006680* 6200-WRITE-JOURNAL - ONE DSPJRNOU LINE FOR THE ACCOUNT,
006690*                      SIDE AND AMOUNT ALREADY MOVED IN.
006700*                      A ZERO LINE IS NOT WRITTEN
006710******************************************************
006720 6200-WRITE-JOURNAL.
006730     IF JR-AMOUNT = ZERO
006740         GO TO 6200-EXIT
006750     END-IF.
006760     MOVE WS-CSTCTR TO JR-CSTCTR.
006770     MOVE PAY_GAFMST-DIVCOD TO JR-DIVCOD.
006780     MOVE PAY_GAFMST-EXPCOD TO JR-EXPCOD.
006790     MOVE WS-TODAY TO JR-PSTDAY.
006800     WRITE DSPJRN-REC FROM WS-JRN-LINE.
006810 6200-EXIT.
006820     EXIT.
006830******************************************************
006840* 6300-CHECK-GLAMAP - A RETURN OR PURCHASE WITH ACTIVE
006850*                     ASSETS NEEDS THE COST CENTRE OF ITS
006860*                     DIVISION/EXPENSE GROUP BEFORE ANY
006870*                     OF IT IS RECORDED. NO GLAMAP ROW
006880*                     REJECTS THE DECISION RATHER THAN
006890*                     JOURNAL THE DISPOSAL WITH NO CSTCTR
006900******************************************************
006910 6300-CHECK-GLAMAP.
006920     MOVE "Y" TO WS-MAP-FOUND-SW.
006930     MOVE SPACES TO WS-CSTCTR.
006940     EXEC SQL
006950         SELECT COUNT(*)
006960           INTO :WS-AST-LEFT
006970           FROM ASTREG
006980          WHERE CNTNUM = :DP-CNTNUM
006990            AND ASTSTS = 'A'
007000     END-EXEC.
007010     IF SQLCODE NOT = 0 OR WS-AST-LEFT = ZERO
007020         GO TO 6300-EXIT
007030     END-IF.
007040     EXEC SQL
007050         SELECT CSTCTR
007060           INTO :PAY_GLAMAP-CSTCTR
007070           FROM GLAMAP
007080          WHERE DIVCOD = :PAY_GAFMST-DIVCOD
007090            AND EXPCOD = :PAY_GAFMST-EXPCOD
007100     END-EXEC.
007110     IF SQLCODE = 0
007120         MOVE PAY_GLAMAP-CSTCTR TO WS-CSTCTR
007130     ELSE
007140         MOVE "N" TO WS-MAP-FOUND-SW
007150     END-IF.
007160 6300-EXIT.
007170     EXIT.
