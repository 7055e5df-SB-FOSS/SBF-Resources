000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. PAY149.
000030 AUTHOR. K.SATO.
000040 INSTALLATION. SYSTEM DEVELOPMENT DEPT.
000050 DATE-WRITTEN. 2026-09-25.
000060 DATE-COMPILED.
000070******************************************************
000080* MODIFICATION HISTORY
000090*  2026-09-25  K.SATO   INITIAL VERSION - WEEKLY CLIENT
000100*                       CREDIT EXPOSURE REPORT. FOR EVERY
000110*                       PAYCLT WITH A CLTLIM LIMIT THE
000120*                       EXPOSURE IS WORKED OUT AS PAY112
000130*                       DOES AT ONBOARDING - UNBILLED
000140*                       LEASE VALUE OF THE OPEN CONTRACTS,
000150*                       OPEN BILITM BALANCES AND ADDS HELD
000160*                       FOR APPROVAL - AND THE CLIENT IS
000170*                       LISTED WHEN IT IS OVER THE LIMIT
000180*                       OR AT OR ABOVE ITS WRNPCT
000190*  2026-10-15  K.SATO   EXPOSURE IS NOW SUMMED IN JPY, AS
000200*                       PAY112 NOW DOES - OPEN ITEMS AT THE
000210*                       EXCRAT ON THEIR BILPRT BILL, UNBILLED
000220*                       VALUE AND HELD ADDS AT THE LATEST
000230*                       FXRATE ON OR BEFORE TODAY
000240******************************************************
000250 ENVIRONMENT DIVISION.
000260 INPUT-OUTPUT SECTION.
000270 FILE-CONTROL.
000280     SELECT PAY149-RPT ASSIGN TO PAY149RP.
000290 DATA DIVISION.
000300 FILE SECTION.
000310 FD  PAY149-RPT
000320     RECORDING MODE IS F
000330     LABEL RECORDS ARE STANDARD.
000340 01  PAY149-RPT-REC              PIC X(080).
000350 WORKING-STORAGE SECTION.
000360     EXEC SQL INCLUDE SQLCA END-EXEC.
000370     EXEC SQL INCLUDE PAY_CLTLIM END-EXEC.
000380     EXEC SQL INCLUDE PAY_FXRATE END-EXEC.
000390 77  WS-EOF-SW           PIC X(001) VALUE "N".
000400     88 WS-EOF                      VALUE "Y".
000410 77  WS-EXP-EOF-SW       PIC X(001) VALUE "N".
000420     88 WS-EXP-EOF                  VALUE "Y".
000430 77  WS-EXP-CLT          PIC X(008).
000440 77  WS-EXP-CNTNUM       PIC X(009).
000450 77  WS-EXP-BGN          PIC X(008).
000460 77  WS-EXP-CYC          PIC X(002).
000470 77  WS-EXP-END          PIC X(008).
000480 77  WS-EXP-LEA          PIC S9(013) COMP-3.
000490 77  WS-EXP-THRU         PIC X(008).
000500 77  WS-EXP-STR          PIC X(008).
000510 77  WS-EXP-DATE-NUM     PIC 9(008).
000520 77  WS-EXP-INT          PIC 9(007).
000530 77  WS-EXP-YYYY         PIC 9(004).
000540 77  WS-EXP-MM           PIC 9(002).
000550 77  WS-EXP-SMOS         PIC S9(007) COMP-3.
000560 77  WS-EXP-EMOS         PIC S9(007) COMP-3.
000570 77  WS-EXP-MOS          PIC S9(005) COMP-3.
000580 77  WS-EXP-CYCN         PIC 9(002).
000590 77  WS-EXP-VAL          PIC S9(013) COMP-3.
000600 77  WS-EXP-UNB          PIC S9(013) COMP-3.
000610 77  WS-EXP-ITM          PIC S9(013) COMP-3.
000620 77  WS-EXP-PND          PIC S9(013) COMP-3.
000630 77  WS-EXP-AMT          PIC S9(013) COMP-3.
000640 77  WS-TODAY            PIC X(008).
000650 77  WS-DFT-WRNPCT       PIC S9(003) COMP-3 VALUE 90.
000660 77  WS-EXP-PCT          PIC S9(005) COMP-3.
000670 77  WS-CLT-CNT          PIC S9(007) COMP-3 VALUE ZERO.
000680 77  WS-OVER-CNT         PIC S9(007) COMP-3 VALUE ZERO.
000690 77  WS-NEAR-CNT         PIC S9(007) COMP-3 VALUE ZERO.
000700 77  WS-EXP-CUR          PIC X(003).
000710 77  WS-EXP-RAT          PIC S9(003)V9(006) COMP-3.
000720 77  WS-EXP-BILNUM       PIC X(009).
000730 01  WS-HEADER-LINE.
000740     03 FILLER           PIC X(030) VALUE
000750         "CLIENT CREDIT EXPOSURE AS OF ".
000760     03 HL-TODAY         PIC X(008).
000770     03 FILLER           PIC X(042) VALUE SPACES.
000780 01  WS-TITLE-LINE.
000790     03 FILLER           PIC X(040) VALUE
000800         "PAYCLT           LIMIT      EXPOSURE    ".
000810     03 FILLER           PIC X(040) VALUE
000820         "  UNBILLED    OPEN ITEMS  PCT FLAG      ".
000830 01  WS-DETAIL-LINE.
000840     03 DL-PAYCLT        PIC X(008).
000850     03 FILLER           PIC X(001) VALUE SPACES.
000860     03 DL-CRDLIM        PIC -(012)9.
000870     03 FILLER           PIC X(001) VALUE SPACES.
000880     03 DL-EXPAMT        PIC -(012)9.
000890     03 FILLER           PIC X(001) VALUE SPACES.
000900     03 DL-UNBAMT        PIC -(012)9.
000910     03 FILLER           PIC X(001) VALUE SPACES.
000920     03 DL-ITMAMT        PIC -(012)9.
000930     03 FILLER           PIC X(001) VALUE SPACES.
000940     03 DL-PCT           PIC ZZZ9.
000950     03 FILLER           PIC X(001) VALUE SPACES.
000960     03 DL-FLAG          PIC X(004).
000970     03 FILLER           PIC X(005) VALUE SPACES.
000980 01  WS-TOTAL-LINE.
000990     03 FILLER           PIC X(016) VALUE "CLIENTS CHECKED ".
001000     03 TL-CLT           PIC -(006)9.
001010     03 FILLER           PIC X(007) VALUE "  OVER ".
001020     03 TL-OVER          PIC -(006)9.
001030     03 FILLER           PIC X(007) VALUE "  NEAR ".
001040     03 TL-NEAR          PIC -(006)9.
001050     03 FILLER           PIC X(029) VALUE SPACES.
001060******************************************************
001070* PROCEDURE DIVISION
001080******************************************************
001090 PROCEDURE DIVISION.
001100 0000-MAINLINE.
001110     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001120     PERFORM 2000-PROCESS-CLIENT THRU 2000-EXIT
001130         UNTIL WS-EOF.
001140     PERFORM 3000-TERMINATE THRU 3000-EXIT.
001150     STOP RUN.
001160******************************************************
001170* 1000-INITIALIZE - OPEN THE REPORT AND THE LIMIT CURSOR
001180******************************************************
001190 1000-INITIALIZE.
001200     OPEN OUTPUT PAY149-RPT.
001210     ACCEPT WS-TODAY FROM DATE YYYYMMDD.
001220     MOVE WS-TODAY TO HL-TODAY.
001230     WRITE PAY149-RPT-REC FROM WS-HEADER-LINE.
001240     WRITE PAY149-RPT-REC FROM WS-TITLE-LINE.
001250     EXEC SQL
001260         DECLARE CLTLIM-CSR CURSOR FOR
001270         SELECT PAYCLT, CRDLIM, WRNPCT
001280           FROM CLTLIM
001290          ORDER BY PAYCLT
001300     END-EXEC.
001310     EXEC SQL
001320         OPEN CLTLIM-CSR
001330     END-EXEC.
001340     PERFORM 2100-FETCH-LIMIT THRU 2100-EXIT.
001350 1000-EXIT.
001360     EXIT.
001370******************************************************
001380* 2000-PROCESS-CLIENT - EXPOSURE AGAINST THE LIMIT, ONE
001390*                       LINE IF OVER OR NEAR IT
001400******************************************************
001410 2000-PROCESS-CLIENT.
001420     ADD 1 TO WS-CLT-CNT.
001430     MOVE PAY_CLTLIM-PAYCLT TO WS-EXP-CLT.
001440     PERFORM 5200-CLIENT-EXPOSURE THRU 5200-EXIT.
001450     IF PAY_CLTLIM-WRNPCT NOT > ZERO
001460         MOVE WS-DFT-WRNPCT TO PAY_CLTLIM-WRNPCT
001470     END-IF.
001480     IF PAY_CLTLIM-CRDLIM > ZERO
001490         COMPUTE WS-EXP-PCT =
001500             WS-EXP-AMT * 100 / PAY_CLTLIM-CRDLIM
001510     ELSE
001520         MOVE 9999 TO WS-EXP-PCT
001530     END-IF.
001540     IF WS-EXP-PCT > 9999
001550         MOVE 9999 TO WS-EXP-PCT
001560     END-IF.
001570     IF WS-EXP-AMT > PAY_CLTLIM-CRDLIM
001580         ADD 1 TO WS-OVER-CNT
001590         MOVE "OVER" TO DL-FLAG
001600     ELSE
001610         IF WS-EXP-PCT NOT < PAY_CLTLIM-WRNPCT
001620             ADD 1 TO WS-NEAR-CNT
001630             MOVE "NEAR" TO DL-FLAG
001640         ELSE
001650             GO TO 2000-NEXT
001660         END-IF
001670     END-IF.
001680     MOVE PAY_CLTLIM-PAYCLT TO DL-PAYCLT.
001690     MOVE PAY_CLTLIM-CRDLIM TO DL-CRDLIM.
001700     MOVE WS-EXP-AMT TO DL-EXPAMT.
001710     MOVE WS-EXP-UNB TO DL-UNBAMT.
001720     MOVE WS-EXP-ITM TO DL-ITMAMT.
001730     MOVE WS-EXP-PCT TO DL-PCT.
001740     WRITE PAY149-RPT-REC FROM WS-DETAIL-LINE.
001750 2000-NEXT.
001760     PERFORM 2100-FETCH-LIMIT THRU 2100-EXIT.
001770 2000-EXIT.
001780     EXIT.
001790******************************************************
001800* 2100-FETCH-LIMIT - NEXT CLIENT WITH A LIMIT
001810******************************************************
001820 2100-FETCH-LIMIT.
001830     EXEC SQL
001840         FETCH CLTLIM-CSR
001850          INTO :PAY_CLTLIM-PAYCLT, :PAY_CLTLIM-CRDLIM,
001860               :PAY_CLTLIM-WRNPCT
001870     END-EXEC.
001880     IF SQLCODE NOT = 0
001890         MOVE "Y" TO WS-EOF-SW.
001900 2100-EXIT.
001910     EXIT.
001920******************************************************
001930* 3000-TERMINATE - CONTROL COUNTS, CLOSE UP
001940******************************************************
001950 3000-TERMINATE.
001960     MOVE WS-CLT-CNT TO TL-CLT.
001970     MOVE WS-OVER-CNT TO TL-OVER.
001980     MOVE WS-NEAR-CNT TO TL-NEAR.
001990     WRITE PAY149-RPT-REC FROM WS-TOTAL-LINE.
002000     EXEC SQL
002010         CLOSE CLTLIM-CSR
002020     END-EXEC.
002030     CLOSE PAY149-RPT.
002040 3000-EXIT.
002050     EXIT.
002060******************************************************
002070* 5200-CLIENT-EXPOSURE - EXPOSURE OF CLIENT WS-EXP-CLT IN
002080*                        JPY: UNBILLED LEASE VALUE OF ITS
002090*                        OPEN CONTRACTS, OPEN BILITM
002100*                        BALANCES AND ADDS HELD ON THE
002110*                        APRQUE FOR CREDIT APPROVAL, EACH
002120*                        AMOUNT CONVERTED BEFORE IT IS ADDED
002130******************************************************
002140 5200-CLIENT-EXPOSURE.
002150     MOVE ZERO TO WS-EXP-UNB.
002160     MOVE ZERO TO WS-EXP-ITM.
002170     MOVE ZERO TO WS-EXP-PND.
002180     EXEC SQL
002190         DECLARE EXPCNT-CSR CURSOR FOR
002200         SELECT CNTNUM, PAYBGN, PAYCYC, PAYEND, LEAAMT,
002210                CURCOD
002220           FROM GAFMST
002230          WHERE PAYCLT = :WS-EXP-CLT
002240            AND CHCKYN <> 'Y'
002250     END-EXEC.
002260     EXEC SQL
002270         OPEN EXPCNT-CSR
002280     END-EXEC.
002290     MOVE "N" TO WS-EXP-EOF-SW.
002300     PERFORM 5210-FETCH-CONTRACT THRU 5210-EXIT.
002310     PERFORM 5220-UNBILLED-VALUE THRU 5220-EXIT
002320         UNTIL WS-EXP-EOF.
002330     EXEC SQL
002340         CLOSE EXPCNT-CSR
002350     END-EXEC.
002360     EXEC SQL
002370         DECLARE EXPITM-CSR CURSOR FOR
002380         SELECT I.CNTNUM, I.BILNUM, I.RMNAMT, G.CURCOD
002390           FROM BILITM I, GAFMST G
002400          WHERE G.CNTNUM = I.CNTNUM
002410            AND G.PAYCLT = :WS-EXP-CLT
002420            AND I.ITMSTS <> 'C'
002430     END-EXEC.
002440     EXEC SQL
002450         OPEN EXPITM-CSR
002460     END-EXEC.
002470     MOVE "N" TO WS-EXP-EOF-SW.
002480     PERFORM 5250-FETCH-ITEM THRU 5250-EXIT.
002490     PERFORM 5260-ITEM-VALUE THRU 5260-EXIT
002500         UNTIL WS-EXP-EOF.
002510     EXEC SQL
002520         CLOSE EXPITM-CSR
002530     END-EXEC.
002540     EXEC SQL
002550         DECLARE EXPPND-CSR CURSOR FOR
002560         SELECT P.CNTNUM, P.CNTVAL, P.CURCOD
002570           FROM CNTPND P, APRQUE Q
002580          WHERE Q.APRSEQ = P.APRSEQ
002590            AND Q.APRSTS = 'P'
002600            AND P.PAYCLT = :WS-EXP-CLT
002610     END-EXEC.
002620     EXEC SQL
002630         OPEN EXPPND-CSR
002640     END-EXEC.
002650     MOVE "N" TO WS-EXP-EOF-SW.
002660     PERFORM 5270-FETCH-PENDING THRU 5270-EXIT.
002670     PERFORM 5280-PENDING-VALUE THRU 5280-EXIT
002680         UNTIL WS-EXP-EOF.
002690     EXEC SQL
002700         CLOSE EXPPND-CSR
002710     END-EXEC.
002720     COMPUTE WS-EXP-AMT = WS-EXP-UNB + WS-EXP-ITM + WS-EXP-PND.
002730 5200-EXIT.
002740     EXIT.
002750******************************************************
002760* 5210-FETCH-CONTRACT - NEXT OPEN CONTRACT OF THE CLIENT
002770******************************************************
002780 5210-FETCH-CONTRACT.
002790     EXEC SQL
002800         FETCH EXPCNT-CSR
002810          INTO :WS-EXP-CNTNUM, :WS-EXP-BGN, :WS-EXP-CYC,
002820               :WS-EXP-END, :WS-EXP-LEA, :WS-EXP-CUR
002830     END-EXEC.
002840     IF SQLCODE NOT = 0
002850         MOVE "Y" TO WS-EXP-EOF-SW.
002860 5210-EXIT.
002870     EXIT.
002880******************************************************
002890* 5220-UNBILLED-VALUE - LEASE VALUE FROM THE DAY AFTER
002900*                       THE LAST BILLED PERIOD, PAPER OR
002910*                       E-DELIVERY (PAYBGN IF NEVER
002920*                       BILLED) TO PAYEND, IN JPY AT THE
002930*                       CURRENT RATE
002940******************************************************
002950 5220-UNBILLED-VALUE.
002960     EXEC SQL
002970         SELECT MAX(DAYEND)
002980           INTO :WS-EXP-THRU
002990           FROM (SELECT DAYEND
003000                   FROM BILPRT
003010                  WHERE CNTNUM = :WS-EXP-CNTNUM
003020                 UNION ALL
003030                 SELECT DAYEND
003040                   FROM BILELE
003050                  WHERE CNTNUM = :WS-EXP-CNTNUM) B
003060     END-EXEC.
003070     IF SQLCODE NOT = 0
003080         MOVE SPACES TO WS-EXP-THRU
003090     END-IF.
003100     IF WS-EXP-THRU = SPACES OR WS-EXP-THRU NOT NUMERIC
003110         MOVE WS-EXP-BGN TO WS-EXP-STR
003120     ELSE
003130         MOVE WS-EXP-THRU TO WS-EXP-DATE-NUM
003140         COMPUTE WS-EXP-INT =
003150             FUNCTION INTEGER-OF-DATE(WS-EXP-DATE-NUM) + 1
003160         COMPUTE WS-EXP-DATE-NUM =
003170             FUNCTION DATE-OF-INTEGER(WS-EXP-INT)
003180         MOVE WS-EXP-DATE-NUM TO WS-EXP-STR
003190     END-IF.
003200     PERFORM 5230-PERIOD-VALUE THRU 5230-EXIT.
003210     PERFORM 5240-SET-EXP-RATE THRU 5240-EXIT.
003220     COMPUTE WS-EXP-VAL ROUNDED = WS-EXP-VAL * WS-EXP-RAT.
003230     ADD WS-EXP-VAL TO WS-EXP-UNB.
003240     PERFORM 5210-FETCH-CONTRACT THRU 5210-EXIT.
003250 5220-EXIT.
003260     EXIT.
003270******************************************************
003280* 5230-PERIOD-VALUE - WS-EXP-LEA PER WS-EXP-CYC MONTHS
003290*                     OVER THE MONTHS WS-EXP-STR TO
003300*                     WS-EXP-END INCLUSIVE (A PART MONTH
003310*                     COUNTS WHOLE)
003320******************************************************
003330 5230-PERIOD-VALUE.
003340     MOVE ZERO TO WS-EXP-VAL.
003350     IF WS-EXP-STR > WS-EXP-END
003360         GO TO 5230-EXIT
003370     END-IF.
003380     MOVE WS-EXP-STR(1:4) TO WS-EXP-YYYY.
003390     MOVE WS-EXP-STR(5:2) TO WS-EXP-MM.
003400     COMPUTE WS-EXP-SMOS = (WS-EXP-YYYY * 12) + WS-EXP-MM.
003410     MOVE WS-EXP-END(1:4) TO WS-EXP-YYYY.
003420     MOVE WS-EXP-END(5:2) TO WS-EXP-MM.
003430     COMPUTE WS-EXP-EMOS = (WS-EXP-YYYY * 12) + WS-EXP-MM.
003440     COMPUTE WS-EXP-MOS = WS-EXP-EMOS - WS-EXP-SMOS + 1.
003450     IF WS-EXP-CYC NOT NUMERIC OR WS-EXP-CYC = "00"
003460         MOVE 1 TO WS-EXP-CYCN
003470     ELSE
003480         MOVE WS-EXP-CYC TO WS-EXP-CYCN
003490     END-IF.
003500     COMPUTE WS-EXP-VAL ROUNDED =
003510         WS-EXP-LEA * WS-EXP-MOS / WS-EXP-CYCN.
003520 5230-EXIT.
003530     EXIT.
003540******************************************************
003550* 5240-SET-EXP-RATE - THE LATEST FXRATE RATE ON OR BEFORE
003560*                     TODAY FOR WS-EXP-CUR, THE PAY134
003570*                     5450 WAY (BLANK OR JPY STAYS AT 1,
003580*                     NO RATE FALLS BACK TO 1)
003590******************************************************
003600 5240-SET-EXP-RATE.
003610     IF WS-EXP-CUR = SPACES OR WS-EXP-CUR = "JPY"
003620         MOVE 1 TO WS-EXP-RAT
003630         GO TO 5240-EXIT
003640     END-IF.
003650     EXEC SQL
003660         SELECT EXCRAT
003670           INTO :PAY_FXRATE-EXCRAT
003680           FROM FXRATE
003690          WHERE CURCOD = :WS-EXP-CUR
003700            AND RATDAY =
003710                (SELECT MAX(RATDAY) FROM FXRATE
003720                  WHERE CURCOD = :WS-EXP-CUR
003730                    AND RATDAY <= :WS-TODAY)
003740     END-EXEC.
003750     IF SQLCODE = 0
003760         MOVE PAY_FXRATE-EXCRAT TO WS-EXP-RAT
003770     ELSE
003780         DISPLAY "PAY149 - NO FXRATE FOR "
003790                 WS-EXP-CUR " " WS-EXP-CNTNUM
003800         MOVE 1 TO WS-EXP-RAT
003810     END-IF.
003820 5240-EXIT.
003830     EXIT.
003840******************************************************
003850* 5250-FETCH-ITEM - NEXT OPEN BILITM ITEM OF THE CLIENT
003860******************************************************
003870 5250-FETCH-ITEM.
003880     EXEC SQL
003890         FETCH EXPITM-CSR
003900          INTO :WS-EXP-CNTNUM, :WS-EXP-BILNUM, :WS-EXP-VAL,
003910               :WS-EXP-CUR
003920     END-EXEC.
003930     IF SQLCODE NOT = 0
003940         MOVE "Y" TO WS-EXP-EOF-SW.
003950 5250-EXIT.
003960     EXIT.
003970******************************************************
003980* 5260-ITEM-VALUE - AN OPEN BALANCE IN JPY AT THE EXCRAT
003990*                   STAMPED ON ITS BILPRT BILL. AN
004000*                   E-DELIVERED BILL CARRIES NO RATE AND
004010*                   TAKES THE CURRENT ONE
004020******************************************************
004030 5260-ITEM-VALUE.
004040     EXEC SQL
004050         SELECT EXCRAT
004060           INTO :WS-EXP-RAT
004070           FROM BILPRT
004080          WHERE BILNUM = :WS-EXP-BILNUM
004090     END-EXEC.
004100     IF SQLCODE NOT = 0 OR WS-EXP-RAT NOT > ZERO
004110         PERFORM 5240-SET-EXP-RATE THRU 5240-EXIT
004120     END-IF.
004130     COMPUTE WS-EXP-VAL ROUNDED = WS-EXP-VAL * WS-EXP-RAT.
004140     ADD WS-EXP-VAL TO WS-EXP-ITM.
004150     PERFORM 5250-FETCH-ITEM THRU 5250-EXIT.
004160 5260-EXIT.
004170     EXIT.
004180******************************************************
004190* 5270-FETCH-PENDING - NEXT ADD OF THE CLIENT HELD FOR
004200*                      CREDIT APPROVAL
004210******************************************************
004220 5270-FETCH-PENDING.
004230     EXEC SQL
004240         FETCH EXPPND-CSR
004250          INTO :WS-EXP-CNTNUM, :WS-EXP-VAL, :WS-EXP-CUR
004260     END-EXEC.
004270     IF SQLCODE NOT = 0
004280         MOVE "Y" TO WS-EXP-EOF-SW.
004290 5270-EXIT.
004300     EXIT.
004310******************************************************
004320* 5280-PENDING-VALUE - A HELD ADD'S CNTVAL IN JPY AT THE
004330*                      CURRENT RATE
004340******************************************************
004350 5280-PENDING-VALUE.
004360     PERFORM 5240-SET-EXP-RATE THRU 5240-EXIT.
004370     COMPUTE WS-EXP-VAL ROUNDED = WS-EXP-VAL * WS-EXP-RAT.
004380     ADD WS-EXP-VAL TO WS-EXP-PND.
004390     PERFORM 5270-FETCH-PENDING THRU 5270-EXIT.
004400 5280-EXIT.
004410     EXIT.
