000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. PAY156.
000030 AUTHOR. K.SATO.
000040 INSTALLATION. SYSTEM DEVELOPMENT DEPT.
000050 DATE-WRITTEN. 2026-10-12.
000060 DATE-COMPILED.
000070******************************************************
000080* MODIFICATION HISTORY
000090*  2026-10-12  K.SATO   INITIAL VERSION - MONTHLY
000100*                       CONSUMPTION TAX RETURN SUMMARY.
000110*                       EVERY BILPRT/BILELE DOCUMENT
000120*                       ISSUED IN THE MONTH IS SPLIT BY
000130*                       DAYS OF ITS SERVICE PERIOD AT THE
000140*                       TAXTAB RATE IN FORCE, AS BIL102
000150*                       SPLITS A PERIOD THAT STRADDLES A
000160*                       RATE CHANGE, AND TOTALED PER RATE
000170*                       AND DIVCOD IN YEN AT THE STAMPED
000180*                       EXCRAT. CREDIT NOTES NET OUT AND
000190*                       ARE SHOWN SEPARATELY, CONSOLIDATED
000200*                       BILLS ARE CHECKED ONTO BILCON, THE
000210*                       TAX ON GAFHST RECEIPTS IN THE
000220*                       MONTH GIVES THE CASH-BASIS VIEW,
000230*                       AND THE PAY116 TAX PAYABLE CREDIT
000240*                       IS TIED BACK TO THE RECEIPTS
000250*                       HISTORY. THE TOTALS ARE ALSO
000260*                       WRITTEN TO TAXRTNOU FOR THE
000270*                       FILING SOFTWARE
000280******************************************************
000290 ENVIRONMENT DIVISION.
000300 INPUT-OUTPUT SECTION.
000310 FILE-CONTROL.
000320     SELECT PARM-FILE ASSIGN TO TAXPARM.
000330     SELECT TAXRTN-FILE ASSIGN TO TAXRTNOU.
000340     SELECT PAY156-RPT ASSIGN TO PAY156RP.
000350 DATA DIVISION.
000360 FILE SECTION.
000370 FD  PARM-FILE
000380     RECORDING MODE IS F
000390     LABEL RECORDS ARE STANDARD.
000400 01  PARM-REC.
000410     03 PARM-TAX-MONTH   PIC X(006).
000420 FD  TAXRTN-FILE
000430     RECORDING MODE IS F
000440     LABEL RECORDS ARE STANDARD.
000450 01  TAXRTN-REC.
000460     03 TX-RECTYP        PIC X(001).
000470         88 TX-HEADER              VALUE "H".
000480         88 TX-DETAIL              VALUE "D".
000490         88 TX-RATE-TOTAL          VALUE "R".
000500         88 TX-CASH                VALUE "C".
000510         88 TX-TRAILER             VALUE "T".
000520     03 TX-HEADER-DATA.
000530        05 TX-PERIOD     PIC X(006).
000540        05 TX-FROMDAY    PIC X(008).
000550        05 TX-TODAY      PIC X(008).
000560        05 TX-RUNDAY     PIC X(008).
000570        05 FILLER        PIC X(049).
000580     03 TX-DETAIL-DATA REDEFINES TX-HEADER-DATA.
000590        05 TX-D-PERIOD   PIC X(006).
000600        05 TX-DIVCOD     PIC X(004).
000610        05 TX-TAXRAT     PIC 9(002)V9(001).
000620        05 TX-LINCNT     PIC 9(007).
000630        05 TX-TAXABL     PIC S9(013) COMP-3.
000640        05 TX-TAXAMT     PIC S9(013) COMP-3.
000650        05 TX-CRNABL     PIC S9(013) COMP-3.
000660        05 TX-CRNTAX     PIC S9(013) COMP-3.
000670        05 FILLER        PIC X(031).
000680     03 TX-CASH-DATA REDEFINES TX-HEADER-DATA.
000690        05 TX-C-PERIOD   PIC X(006).
000700        05 TX-C-DIVCOD   PIC X(004).
000710        05 TX-RCPCNT     PIC 9(007).
000720        05 TX-PAYAMT     PIC S9(013) COMP-3.
000730        05 TX-PAYTAX     PIC S9(013) COMP-3.
000740        05 TX-PAYTOT     PIC S9(013) COMP-3.
000750        05 FILLER        PIC X(041).
000760     03 TX-TRAILER-DATA REDEFINES TX-HEADER-DATA.
000770        05 TX-T-PERIOD   PIC X(006).
000780        05 TX-DTLCNT     PIC 9(007).
000790        05 TX-CSHCNT     PIC 9(007).
000800        05 TX-HSHABL     PIC S9(015) COMP-3.
000810        05 TX-HSHTAX     PIC S9(015) COMP-3.
000820        05 TX-HSHCSH     PIC S9(015) COMP-3.
000830        05 FILLER        PIC X(035).
000840 FD  PAY156-RPT
000850     RECORDING MODE IS F
000860     LABEL RECORDS ARE STANDARD.
000870 01  PAY156-RPT-REC              PIC X(080).
000880 WORKING-STORAGE SECTION.
000890     EXEC SQL INCLUDE SQLCA END-EXEC.
000900     EXEC SQL INCLUDE PAY_GAFMST END-EXEC.
000910     EXEC SQL INCLUDE PAY_GAFHST END-EXEC.
000920     EXEC SQL INCLUDE PAY_TAXTAB END-EXEC.
000930     EXEC SQL INCLUDE PAY_FXRATE END-EXEC.
000940     EXEC SQL INCLUDE PAY_RUNCTL END-EXEC.
000950 77  WS-BIL-EOF-SW       PIC X(001) VALUE "N".
000960     88 WS-BIL-EOF                  VALUE "Y".
000970 77  WS-BND-EOF-SW       PIC X(001) VALUE "N".
000980     88 WS-BND-EOF                  VALUE "Y".
000990 77  WS-HST-EOF-SW       PIC X(001) VALUE "N".
001000     88 WS-HST-EOF                  VALUE "Y".
001010 77  WS-FIRST-SW         PIC X(001) VALUE "Y".
001020     88 WS-FIRST-ROW                VALUE "Y".
001030 77  WS-TODAY            PIC X(008).
001040 77  WS-NOWTIME          PIC X(006).
001050 77  WS-FROM-DAY         PIC X(008).
001060 77  WS-TO-DAY           PIC X(008).
001070 77  WS-PERIOD           PIC X(006).
001080 77  WS-DATE-NUM         PIC 9(008).
001090 77  WS-NEXT-INT         PIC 9(007).
001100 77  WS-CLOSE-INT        PIC 9(007).
001110 77  WS-MOS-NUM          PIC 9(006).
001120 77  WS-MOS-YYYY         PIC 9(004).
001130 77  WS-MOS-MM           PIC 9(002).
001140 77  WS-BIL-SRC          PIC X(001).
001150 77  WS-BIL-CNTNUM       PIC X(009).
001160 77  WS-BIL-BILNUM       PIC X(009).
001170 77  WS-BIL-DIVCOD       PIC X(004).
001180 77  WS-BIL-DAYBGN       PIC X(008).
001190 77  WS-BIL-DAYEND       PIC X(008).
001200 77  WS-BIL-BILAMT       PIC S9(013) COMP-3.
001210 77  WS-BIL-TAXAMT       PIC S9(013) COMP-3.
001220 77  WS-BIL-CURCOD       PIC X(003).
001230 77  WS-BIL-EXCRAT       PIC S9(003)V9(006) COMP-3.
001240 77  WS-BIL-DOCTYP       PIC X(001).
001250 77  WS-BIL-CONFLG       PIC X(001).
001260 77  WS-BIL-FLTRAT       PIC S9(002)V9(001) COMP-3.
001270 77  WS-BIL-JPYAMT       PIC S9(013) COMP-3.
001280 77  WS-BIL-JPYTAX       PIC S9(013) COMP-3.
001290 77  WS-BGN-INT          PIC 9(007).
001300 77  WS-END-INT          PIC 9(007).
001310 77  WS-SEG-START-INT    PIC 9(007).
001320 77  WS-BND-INT          PIC 9(007).
001330 77  WS-TOT-DAYS         PIC S9(005) COMP-3.
001340 77  WS-SEG-DAYS         PIC S9(005) COMP-3.
001350 77  WS-TAX-RATE         PIC S9(002)V9(001) COMP-3.
001360 77  WS-RATE-DATE        PIC X(008).
001370 77  WS-SEG-AMT          PIC S9(013) COMP-3.
001380 77  WS-SEG-TAX          PIC S9(013) COMP-3.
001390 77  WS-LFT-AMT          PIC S9(013) COMP-3.
001400 77  WS-LFT-TAX          PIC S9(013) COMP-3.
001410 77  WS-CON-MATCH        PIC S9(007) COMP-3.
001420 77  WS-BIL-CNT          PIC S9(007) COMP-3 VALUE ZERO.
001430 77  WS-PRT-CNT          PIC S9(007) COMP-3 VALUE ZERO.
001440 77  WS-PRT-AMT          PIC S9(013) COMP-3 VALUE ZERO.
001450 77  WS-PRT-TAX          PIC S9(013) COMP-3 VALUE ZERO.
001460 77  WS-ELE-CNT          PIC S9(007) COMP-3 VALUE ZERO.
001470 77  WS-ELE-AMT          PIC S9(013) COMP-3 VALUE ZERO.
001480 77  WS-ELE-TAX          PIC S9(013) COMP-3 VALUE ZERO.
001490 77  WS-CON-CNT          PIC S9(007) COMP-3 VALUE ZERO.
001500 77  WS-CON-AMT          PIC S9(013) COMP-3 VALUE ZERO.
001510 77  WS-CON-TAX          PIC S9(013) COMP-3 VALUE ZERO.
001520 77  WS-CRN-CNT          PIC S9(007) COMP-3 VALUE ZERO.
001530 77  WS-CRN-AMT          PIC S9(013) COMP-3 VALUE ZERO.
001540 77  WS-CRN-TAX          PIC S9(013) COMP-3 VALUE ZERO.
001550 77  WS-FX-CNT           PIC S9(007) COMP-3 VALUE ZERO.
001560 77  WS-FX-AMT           PIC S9(013) COMP-3 VALUE ZERO.
001570 77  WS-FX-TAX           PIC S9(013) COMP-3 VALUE ZERO.
001580 77  WS-NOCON-CNT        PIC S9(007) COMP-3 VALUE ZERO.
001590 77  WS-GR-CNT           PIC S9(007) COMP-3 VALUE ZERO.
001600 77  WS-GR-AMT           PIC S9(013) COMP-3 VALUE ZERO.
001610 77  WS-GR-TAX           PIC S9(013) COMP-3 VALUE ZERO.
001620 77  WS-GR-CRNAMT        PIC S9(013) COMP-3 VALUE ZERO.
001630 77  WS-GR-CRNTAX        PIC S9(013) COMP-3 VALUE ZERO.
001640 77  WS-PREV-DIVCOD      PIC X(004).
001650 77  WS-HST-CURCOD       PIC X(003).
001660 77  WS-HST-RATE         PIC S9(003)V9(006) COMP-3.
001670 77  WS-HST-PAYAMT       PIC S9(013) COMP-3.
001680 77  WS-HST-PAYTAX       PIC S9(013) COMP-3.
001690 77  WS-HST-PAYTOT       PIC S9(013) COMP-3.
001700 77  WS-CS-CNT           PIC S9(007) COMP-3 VALUE ZERO.
001710 77  WS-CS-AMT           PIC S9(013) COMP-3 VALUE ZERO.
001720 77  WS-CS-TAX           PIC S9(013) COMP-3 VALUE ZERO.
001730 77  WS-CS-TOT           PIC S9(013) COMP-3 VALUE ZERO.
001740 77  WS-CS-GR-CNT        PIC S9(007) COMP-3 VALUE ZERO.
001750 77  WS-CS-GR-AMT        PIC S9(013) COMP-3 VALUE ZERO.
001760 77  WS-CS-GR-TAX        PIC S9(013) COMP-3 VALUE ZERO.
001770 77  WS-CS-GR-TOT        PIC S9(013) COMP-3 VALUE ZERO.
001780 77  WS-PAY116-TAX       PIC S9(013) COMP-3 VALUE ZERO.
001790 77  WS-HST-TAX          PIC S9(013) COMP-3 VALUE ZERO.
001800 77  WS-AFT-TAX          PIC S9(013) COMP-3 VALUE ZERO.
001810 77  WS-DIF-TOTAL        PIC S9(013) COMP-3 VALUE ZERO.
001820 77  WS-DTL-CNT          PIC S9(007) COMP-3 VALUE ZERO.
001830 77  WS-CSH-CNT          PIC S9(007) COMP-3 VALUE ZERO.
001840 77  WS-HSH-ABL          PIC S9(015) COMP-3 VALUE ZERO.
001850 77  WS-HSH-TAX          PIC S9(015) COMP-3 VALUE ZERO.
001860 77  WS-HSH-CSH          PIC S9(015) COMP-3 VALUE ZERO.
001870 77  WS-EXC-CNT          PIC S9(007) COMP-3 VALUE ZERO.
001880 77  WS-RC-STS           PIC X(001) VALUE "C".
001890 77  WS-RUN-CNT          PIC S9(007) COMP-3.
001900 77  WS-SUM-CNT          PIC S9(007) COMP-3.
001910 77  WS-SUM-USED         PIC S9(003) COMP-3 VALUE ZERO.
001920 77  WS-SUM-IDX          PIC S9(003) COMP-3.
001930 77  WS-RAT-USED         PIC S9(003) COMP-3 VALUE ZERO.
001940 77  WS-RAT-IDX          PIC S9(003) COMP-3.
001950 01  WS-SUM-TABLE.
001960     03 WS-SUM-ENTRY     OCCURS 200.
001970        05 SM-DIVCOD     PIC X(004).
001980        05 SM-TAXRAT     PIC S9(002)V9(001) COMP-3.
001990        05 SM-LINCNT     PIC S9(007) COMP-3.
002000        05 SM-TAXABL     PIC S9(013) COMP-3.
002010        05 SM-TAXAMT     PIC S9(013) COMP-3.
002020        05 SM-CRNABL     PIC S9(013) COMP-3.
002030        05 SM-CRNTAX     PIC S9(013) COMP-3.
002040 01  WS-RAT-TABLE.
002050     03 WS-RAT-ENTRY     OCCURS 20.
002060        05 RT-TAXRAT     PIC S9(002)V9(001) COMP-3.
002070        05 RT-LINCNT     PIC S9(007) COMP-3.
002080        05 RT-TAXABL     PIC S9(013) COMP-3.
002090        05 RT-TAXAMT     PIC S9(013) COMP-3.
002100        05 RT-CRNABL     PIC S9(013) COMP-3.
002110        05 RT-CRNTAX     PIC S9(013) COMP-3.
002120 01  WS-HEAD-LINE.
002130     03 FILLER           PIC X(032) VALUE
002140         "CONSUMPTION TAX SUMMARY  PERIOD ".
002150     03 HL-FROMDAY       PIC X(008).
002160     03 FILLER           PIC X(003) VALUE " - ".
002170     03 HL-TODAY         PIC X(008).
002180     03 FILLER           PIC X(029) VALUE SPACES.
002190 01  WS-SUM-HEAD.
002200     03 FILLER           PIC X(040) VALUE
002210         "DIV   RATE    LINES   TAXABLE AMOUNT    ".
002220     03 FILLER           PIC X(040) VALUE
002230         "   TAX AMOUNT  CREDIT NOTE TAX          ".
002240 01  WS-SUM-LINE.
002250     03 SL-DIVCOD        PIC X(004).
002260     03 FILLER           PIC X(002) VALUE SPACES.
002270     03 SL-TAXRAT        PIC Z9.9.
002280     03 FILLER           PIC X(002) VALUE SPACES.
002290     03 SL-LINCNT        PIC Z(006)9.
002300     03 FILLER           PIC X(001) VALUE SPACES.
002310     03 SL-TAXABL        PIC -(012)9.99.
002320     03 FILLER           PIC X(001) VALUE SPACES.
002330     03 SL-TAXAMT        PIC -(012)9.99.
002340     03 FILLER           PIC X(001) VALUE SPACES.
002350     03 SL-CRNTAX        PIC -(012)9.99.
002360     03 FILLER           PIC X(010) VALUE SPACES.
002370 01  WS-SRC-LINE.
002380     03 SR-LABEL         PIC X(030).
002390     03 SR-CNT           PIC Z(006)9.
002400     03 FILLER           PIC X(001) VALUE SPACES.
002410     03 SR-TAXABL        PIC -(012)9.99.
002420     03 FILLER           PIC X(001) VALUE SPACES.
002430     03 SR-TAXAMT        PIC -(012)9.99.
002440     03 FILLER           PIC X(009) VALUE SPACES.
002450 01  WS-CSH-HEAD.
002460     03 FILLER           PIC X(040) VALUE
002470         "DIV  RECEIPTS     NET RECEIVED          ".
002480     03 FILLER           PIC X(040) VALUE
002490         "    TAX   GROSS RECEIVED                ".
002500 01  WS-CSH-LINE.
002510     03 CL-DIVCOD        PIC X(004).
002520     03 FILLER           PIC X(002) VALUE SPACES.
002530     03 CL-RCPCNT        PIC Z(006)9.
002540     03 FILLER           PIC X(001) VALUE SPACES.
002550     03 CL-PAYAMT        PIC -(012)9.99.
002560     03 FILLER           PIC X(001) VALUE SPACES.
002570     03 CL-PAYTAX        PIC -(012)9.99.
002580     03 FILLER           PIC X(001) VALUE SPACES.
002590     03 CL-PAYTOT        PIC -(012)9.99.
002600     03 FILLER           PIC X(016) VALUE SPACES.
002610 01  WS-EXC-LINE.
002620     03 FILLER           PIC X(014) VALUE "NOT ON BILCON ".
002630     03 XL-BILNUM        PIC X(009).
002640     03 FILLER           PIC X(002) VALUE SPACES.
002650     03 XL-CNTNUM        PIC X(009).
002660     03 FILLER           PIC X(002) VALUE SPACES.
002670     03 XL-TAXABL        PIC -(012)9.99.
002680     03 FILLER           PIC X(001) VALUE SPACES.
002690     03 XL-TAXAMT        PIC -(012)9.99.
002700     03 FILLER           PIC X(011) VALUE SPACES.
002710 01  WS-REC-LINE.
002720     03 RL-LABEL         PIC X(040).
002730     03 FILLER           PIC X(002) VALUE SPACES.
002740     03 RL-AMT           PIC -(013)9.99.
002750     03 FILLER           PIC X(021) VALUE SPACES.
002760 01  WS-VERDICT-LINE.
002770     03 VD-TEXT          PIC X(040).
002780     03 FILLER           PIC X(040) VALUE SPACES.
002790 01  WS-MSG-LINE             PIC X(080).
002800******************************************************
002810* PROCEDURE DIVISION
002820******************************************************
002830 PROCEDURE DIVISION.
002840 0000-MAINLINE.
002850     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002860     PERFORM 2000-PROCESS-BILL THRU 2000-EXIT
002870         UNTIL WS-BIL-EOF.
002880     PERFORM 3000-TERMINATE THRU 3000-EXIT.
002890     STOP RUN.
002900******************************************************
002910* 1000-INITIALIZE - TAX MONTH (BLANK = LAST MONTH), ITS
002920*                   FIRST AND LAST DAYS, RUN CONTROL,
002930*                   HEADINGS AND THE DOCUMENT CURSOR
002940******************************************************
002950 1000-INITIALIZE.
002960     OPEN INPUT PARM-FILE.
002970     OPEN OUTPUT TAXRTN-FILE.
002980     OPEN OUTPUT PAY156-RPT.
002990     ACCEPT WS-TODAY FROM DATE YYYYMMDD.
003000     ACCEPT WS-NOWTIME FROM TIME.
003010     READ PARM-FILE
003020         AT END MOVE SPACES TO PARM-TAX-MONTH
003030     END-READ.
003040     IF PARM-TAX-MONTH = SPACES
003050         MOVE WS-TODAY(1:6) TO WS-DATE-NUM(1:6)
003060         MOVE "01" TO WS-DATE-NUM(7:2)
003070         COMPUTE WS-NEXT-INT =
003080             FUNCTION INTEGER-OF-DATE(WS-DATE-NUM)
003090     ELSE
003100         MOVE PARM-TAX-MONTH TO WS-MOS-NUM
003110         MOVE WS-MOS-NUM(1:4) TO WS-MOS-YYYY
003120         MOVE WS-MOS-NUM(5:2) TO WS-MOS-MM
003130         IF WS-MOS-MM = 12
003140             ADD 1 TO WS-MOS-YYYY
003150             MOVE 1 TO WS-MOS-MM
003160         ELSE
003170             ADD 1 TO WS-MOS-MM
003180         END-IF
003190         COMPUTE WS-DATE-NUM =
003200             (WS-MOS-YYYY * 10000) + (WS-MOS-MM * 100) + 1
003210         COMPUTE WS-NEXT-INT =
003220             FUNCTION INTEGER-OF-DATE(WS-DATE-NUM)
003230     END-IF.
003240     COMPUTE WS-CLOSE-INT = WS-NEXT-INT - 1.
003250     COMPUTE WS-DATE-NUM =
003260         FUNCTION DATE-OF-INTEGER(WS-CLOSE-INT).
003270     MOVE WS-DATE-NUM TO WS-TO-DAY.
003280     MOVE WS-TO-DAY(1:6) TO WS-PERIOD.
003290     MOVE WS-TO-DAY TO WS-FROM-DAY.
003300     MOVE "01" TO WS-FROM-DAY(7:2).
003310     PERFORM 1050-REGISTER-START THRU 1050-EXIT.
003320     MOVE WS-FROM-DAY TO HL-FROMDAY.
003330     MOVE WS-TO-DAY TO HL-TODAY.
003340     WRITE PAY156-RPT-REC FROM WS-HEAD-LINE.
003350     MOVE SPACES TO TAXRTN-REC.
003360     MOVE "H" TO TX-RECTYP.
003370     MOVE WS-PERIOD TO TX-PERIOD.
003380     MOVE WS-FROM-DAY TO TX-FROMDAY.
003390     MOVE WS-TO-DAY TO TX-TODAY.
003400     MOVE WS-TODAY TO TX-RUNDAY.
003410     WRITE TAXRTN-REC.
003420     EXEC SQL
003430         DECLARE TAXBIL-CSR CURSOR FOR
003440         SELECT 'P', B.CNTNUM, B.BILNUM, B.DIVCOD,
003450                B.DAYBGN, B.DAYEND, B.BILAMT, B.TAXAMT,
003460                B.CURCOD, B.EXCRAT, B.DOCTYP, B.CONFLG,
003470                G.TAXRAT
003480           FROM BILPRT B, GAFMST G
003490          WHERE G.CNTNUM = B.CNTNUM
003500            AND B.SNDDAY >= :WS-FROM-DAY
003510            AND B.SNDDAY <= :WS-TO-DAY
003520         UNION ALL
003530         SELECT 'E', E.CNTNUM, E.BILNUM, G.DIVCOD,
003540                E.DAYBGN, E.DAYEND, E.BILAMT, E.TAXAMT,
003550                'JPY', 1, E.DOCTYP, 'N',
003560                G.TAXRAT
003570           FROM BILELE E, GAFMST G
003580          WHERE G.CNTNUM = E.CNTNUM
003590            AND E.SNDDAY >= :WS-FROM-DAY
003600            AND E.SNDDAY <= :WS-TO-DAY
003610          ORDER BY 4, 5
003620     END-EXEC.
003630     EXEC SQL
003640         OPEN TAXBIL-CSR
003650     END-EXEC.
003660 1000-EXIT.
003670     EXIT.
003680******************************************************
003690* 2000-PROCESS-BILL - ONE DOCUMENT ISSUED IN THE MONTH,
003700*                     TAKEN TO YEN AT THE EXCRAT STAMPED
003710*                     ON IT, COUNTED BY HOW IT WAS ISSUED
003720*                     AND SPLIT ACROSS ITS RATES
003730******************************************************
003740 2000-PROCESS-BILL.
003750     EXEC SQL
003760         FETCH TAXBIL-CSR
003770          INTO :WS-BIL-SRC, :WS-BIL-CNTNUM, :WS-BIL-BILNUM,
003780               :WS-BIL-DIVCOD, :WS-BIL-DAYBGN,
003790               :WS-BIL-DAYEND, :WS-BIL-BILAMT,
003800               :WS-BIL-TAXAMT, :WS-BIL-CURCOD,
003810               :WS-BIL-EXCRAT, :WS-BIL-DOCTYP,
003820               :WS-BIL-CONFLG, :WS-BIL-FLTRAT
003830     END-EXEC.
003840     IF SQLCODE NOT = 0
003850         MOVE "Y" TO WS-BIL-EOF-SW
003860         GO TO 2000-EXIT
003870     END-IF.
003880     ADD 1 TO WS-BIL-CNT.
003890     IF WS-BIL-CURCOD = SPACES OR WS-BIL-CURCOD = "JPY"
003900        OR WS-BIL-EXCRAT = ZERO
003910         MOVE WS-BIL-BILAMT TO WS-BIL-JPYAMT
003920         MOVE WS-BIL-TAXAMT TO WS-BIL-JPYTAX
003930     ELSE
003940         COMPUTE WS-BIL-JPYAMT ROUNDED =
003950             WS-BIL-BILAMT * WS-BIL-EXCRAT
003960         COMPUTE WS-BIL-JPYTAX ROUNDED =
003970             WS-BIL-TAXAMT * WS-BIL-EXCRAT
003980         ADD 1 TO WS-FX-CNT
003990         ADD WS-BIL-JPYAMT TO WS-FX-AMT
004000         ADD WS-BIL-JPYTAX TO WS-FX-TAX
004010     END-IF.
004020     IF WS-BIL-DOCTYP = "C"
004030         ADD 1 TO WS-CRN-CNT
004040         ADD WS-BIL-JPYAMT TO WS-CRN-AMT
004050         ADD WS-BIL-JPYTAX TO WS-CRN-TAX
004060     END-IF.
004070     IF WS-BIL-SRC = "E"
004080         ADD 1 TO WS-ELE-CNT
004090         ADD WS-BIL-JPYAMT TO WS-ELE-AMT
004100         ADD WS-BIL-JPYTAX TO WS-ELE-TAX
004110     ELSE
004120         IF WS-BIL-CONFLG = "Y"
004130             ADD 1 TO WS-CON-CNT
004140             ADD WS-BIL-JPYAMT TO WS-CON-AMT
004150             ADD WS-BIL-JPYTAX TO WS-CON-TAX
004160             PERFORM 2300-CHECK-CONSOL THRU 2300-EXIT
004170         ELSE
004180             ADD 1 TO WS-PRT-CNT
004190             ADD WS-BIL-JPYAMT TO WS-PRT-AMT
004200             ADD WS-BIL-JPYTAX TO WS-PRT-TAX
004210         END-IF
004220     END-IF.
004230     PERFORM 2100-SPLIT-BILL THRU 2100-EXIT.
004240 2000-EXIT.
004250     EXIT.
004260******************************************************
004270* 2100-SPLIT-BILL - THE SERVICE PERIOD IS WALKED OVER
004280*                   THE TAXTAB RATE CHANGES EXACTLY AS
004290*                   BIL102 2360 WALKS IT, EACH SEGMENT
004300*                   TAKING ITS SHARE OF THE AMOUNT BY
004310*                   DAYS. THE LAST SEGMENT TAKES WHAT IS
004320*                   LEFT SO THE RATES ADD BACK TO THE
004330*                   TAX STAMPED ON THE DOCUMENT. A
004340*                   DOCUMENT WITH NO TAX IS NON-TAXABLE
004350*                   (RATE 0.0), AND A PAY141 PAYOFF BILL
004360*                   WAS TAXED AT ONE RATE
004370******************************************************
004380 2100-SPLIT-BILL.
004390     MOVE WS-BIL-JPYAMT TO WS-LFT-AMT.
004400     MOVE WS-BIL-JPYTAX TO WS-LFT-TAX.
004410     IF WS-BIL-JPYTAX = ZERO
004420         MOVE ZERO TO WS-TAX-RATE
004430         GO TO 2100-LAST-SEGMENT
004440     END-IF.
004450     MOVE WS-BIL-DAYBGN TO WS-DATE-NUM.
004460     COMPUTE WS-BGN-INT =
004470         FUNCTION INTEGER-OF-DATE(WS-DATE-NUM).
004480     MOVE WS-BIL-DAYEND TO WS-DATE-NUM.
004490     COMPUTE WS-END-INT =
004500         FUNCTION INTEGER-OF-DATE(WS-DATE-NUM).
004510     IF WS-END-INT < WS-BGN-INT
004520         MOVE WS-BGN-INT TO WS-END-INT
004530     END-IF.
004540     COMPUTE WS-TOT-DAYS = WS-END-INT - WS-BGN-INT + 1.
004550     MOVE WS-BGN-INT TO WS-SEG-START-INT.
004560     MOVE WS-BIL-DAYBGN TO WS-RATE-DATE.
004570     PERFORM 2150-GET-RATE-AT THRU 2150-EXIT.
004580     IF WS-BIL-DOCTYP = "P"
004590         GO TO 2100-LAST-SEGMENT
004600     END-IF.
004610     EXEC SQL
004620         DECLARE TAXBND-CSR CURSOR FOR
004630         SELECT EFFDAY
004640           FROM TAXTAB
004650          WHERE EFFDAY > :WS-BIL-DAYBGN
004660            AND EFFDAY <= :WS-BIL-DAYEND
004670          ORDER BY EFFDAY
004680     END-EXEC.
004690     MOVE "N" TO WS-BND-EOF-SW.
004700     EXEC SQL
004710         OPEN TAXBND-CSR
004720     END-EXEC.
004730     PERFORM 2110-TAX-SEGMENT THRU 2110-EXIT
004740         UNTIL WS-BND-EOF.
004750     EXEC SQL
004760         CLOSE TAXBND-CSR
004770     END-EXEC.
004780 2100-LAST-SEGMENT.
004790     MOVE WS-LFT-AMT TO WS-SEG-AMT.
004800     MOVE WS-LFT-TAX TO WS-SEG-TAX.
004810     PERFORM 2200-POST-SEGMENT THRU 2200-EXIT.
004820 2100-EXIT.
004830     EXIT.
004840******************************************************
004850* 2110-TAX-SEGMENT - CLOSE THE SEGMENT ENDING AT THE
004860*                    NEXT RATE BOUNDARY, THEN CARRY ON
004870*                    AT THE BOUNDARY'S RATE
004880******************************************************
004890 2110-TAX-SEGMENT.
004900     EXEC SQL
004910         FETCH TAXBND-CSR
004920             INTO :PAY_TAXTAB-EFFDAY
004930     END-EXEC.
004940     IF SQLCODE NOT = 0
004950         MOVE "Y" TO WS-BND-EOF-SW
004960         GO TO 2110-EXIT
004970     END-IF.
004980     MOVE PAY_TAXTAB-EFFDAY TO WS-DATE-NUM.
004990     COMPUTE WS-BND-INT =
005000         FUNCTION INTEGER-OF-DATE(WS-DATE-NUM).
005010     COMPUTE WS-SEG-DAYS = WS-BND-INT - WS-SEG-START-INT.
005020     IF WS-SEG-DAYS > ZERO
005030         COMPUTE WS-SEG-AMT ROUNDED = WS-BIL-JPYAMT
005040             * WS-SEG-DAYS / WS-TOT-DAYS
005050         COMPUTE WS-SEG-TAX ROUNDED = WS-BIL-JPYAMT
005060             * WS-TAX-RATE / 100
005070             * WS-SEG-DAYS / WS-TOT-DAYS
005080         SUBTRACT WS-SEG-AMT FROM WS-LFT-AMT
005090         SUBTRACT WS-SEG-TAX FROM WS-LFT-TAX
005100         PERFORM 2200-POST-SEGMENT THRU 2200-EXIT
005110     END-IF.
005120     MOVE WS-BND-INT TO WS-SEG-START-INT.
005130     MOVE PAY_TAXTAB-EFFDAY TO WS-RATE-DATE.
005140     PERFORM 2150-GET-RATE-AT THRU 2150-EXIT.
005150 2110-EXIT.
005160     EXIT.
005170******************************************************
005180* 2150-GET-RATE-AT - THE RATE EFFECTIVE ON WS-RATE-DATE
005190*                    FROM TAXTAB, ELSE THE CONTRACT'S
005200*                    FLAT RATE, AS BIL102 2364 TAKES IT
005210******************************************************
005220 2150-GET-RATE-AT.
005230     EXEC SQL
005240         SELECT TAXRAT
005250           INTO :PAY_TAXTAB-TAXRAT
005260           FROM TAXTAB
005270          WHERE EFFDAY =
005280                (SELECT MAX(EFFDAY) FROM TAXTAB
005290                  WHERE EFFDAY <= :WS-RATE-DATE)
005300     END-EXEC.
005310     IF SQLCODE = 0
005320         MOVE PAY_TAXTAB-TAXRAT TO WS-TAX-RATE
005330     ELSE
005340         MOVE WS-BIL-FLTRAT TO WS-TAX-RATE
005350     END-IF.
005360 2150-EXIT.
005370     EXIT.
005380******************************************************
005390* 2200-POST-SEGMENT - ADD ONE SEGMENT TO ITS DIVCOD /
005400*                     RATE ENTRY AND TO ITS RATE TOTAL,
005410*                     FINDING OR ADDING EACH AS PAY114
005420*                     DOES ITS DIVISION TABLE
005430******************************************************
005440 2200-POST-SEGMENT.
005450     MOVE 1 TO WS-SUM-IDX.
005460     PERFORM 2250-SCAN-SUM THRU 2250-EXIT
005470         UNTIL WS-SUM-IDX > WS-SUM-USED
005480            OR (SM-DIVCOD (WS-SUM-IDX) = WS-BIL-DIVCOD
005490            AND SM-TAXRAT (WS-SUM-IDX) = WS-TAX-RATE).
005500     IF WS-SUM-IDX > WS-SUM-USED
005510         IF WS-SUM-USED NOT < 200
005520             DISPLAY "PAY156 - SUMMARY TABLE FULL "
005530                     WS-BIL-DIVCOD " " WS-BIL-BILNUM
005540             ADD 1 TO WS-EXC-CNT
005550             GO TO 2200-EXIT
005560         END-IF
005570         ADD 1 TO WS-SUM-USED
005580         MOVE WS-BIL-DIVCOD TO SM-DIVCOD (WS-SUM-IDX)
005590         MOVE WS-TAX-RATE TO SM-TAXRAT (WS-SUM-IDX)
005600         MOVE ZERO TO SM-LINCNT (WS-SUM-IDX)
005610         MOVE ZERO TO SM-TAXABL (WS-SUM-IDX)
005620         MOVE ZERO TO SM-TAXAMT (WS-SUM-IDX)
005630         MOVE ZERO TO SM-CRNABL (WS-SUM-IDX)
005640         MOVE ZERO TO SM-CRNTAX (WS-SUM-IDX)
005650     END-IF.
005660     MOVE 1 TO WS-RAT-IDX.
005670     PERFORM 2260-SCAN-RATE THRU 2260-EXIT
005680         UNTIL WS-RAT-IDX > WS-RAT-USED
005690            OR RT-TAXRAT (WS-RAT-IDX) = WS-TAX-RATE.
005700     IF WS-RAT-IDX > WS-RAT-USED
005710         IF WS-RAT-USED NOT < 20
005720             DISPLAY "PAY156 - RATE TABLE FULL "
005730                     WS-BIL-BILNUM
005740             ADD 1 TO WS-EXC-CNT
005750             GO TO 2200-EXIT
005760         END-IF
005770         ADD 1 TO WS-RAT-USED
005780         MOVE WS-TAX-RATE TO RT-TAXRAT (WS-RAT-IDX)
005790         MOVE ZERO TO RT-LINCNT (WS-RAT-IDX)
005800         MOVE ZERO TO RT-TAXABL (WS-RAT-IDX)
005810         MOVE ZERO TO RT-TAXAMT (WS-RAT-IDX)
005820         MOVE ZERO TO RT-CRNABL (WS-RAT-IDX)
005830         MOVE ZERO TO RT-CRNTAX (WS-RAT-IDX)
005840     END-IF.
005850     ADD 1 TO SM-LINCNT (WS-SUM-IDX).
005860     ADD WS-SEG-AMT TO SM-TAXABL (WS-SUM-IDX).
005870     ADD WS-SEG-TAX TO SM-TAXAMT (WS-SUM-IDX).
005880     ADD 1 TO RT-LINCNT (WS-RAT-IDX).
005890     ADD WS-SEG-AMT TO RT-TAXABL (WS-RAT-IDX).
005900     ADD WS-SEG-TAX TO RT-TAXAMT (WS-RAT-IDX).
005910     ADD 1 TO WS-GR-CNT.
005920     ADD WS-SEG-AMT TO WS-GR-AMT.
005930     ADD WS-SEG-TAX TO WS-GR-TAX.
005940     IF WS-BIL-DOCTYP = "C"
005950         ADD WS-SEG-AMT TO SM-CRNABL (WS-SUM-IDX)
005960         ADD WS-SEG-TAX TO SM-CRNTAX (WS-SUM-IDX)
005970         ADD WS-SEG-AMT TO RT-CRNABL (WS-RAT-IDX)
005980         ADD WS-SEG-TAX TO RT-CRNTAX (WS-RAT-IDX)
005990         ADD WS-SEG-AMT TO WS-GR-CRNAMT
006000         ADD WS-SEG-TAX TO WS-GR-CRNTAX
006010     END-IF.
006020 2200-EXIT.
006030     EXIT.
006040******************************************************
006050* 2250-SCAN-SUM - STEP TO THE NEXT SUMMARY ENTRY
006060******************************************************
006070 2250-SCAN-SUM.
006080     ADD 1 TO WS-SUM-IDX.
006090 2250-EXIT.
006100     EXIT.
006110******************************************************
006120* 2260-SCAN-RATE - STEP TO THE NEXT RATE ENTRY
006130******************************************************
006140 2260-SCAN-RATE.
006150     ADD 1 TO WS-RAT-IDX.
006160 2260-EXIT.
006170     EXIT.
006180******************************************************
006190* 2300-CHECK-CONSOL - A CONSOLIDATION-FLAGGED PAPER
006200*                     BILL REACHES THE CUSTOMER ON A
006210*                     BIL101 CONSOLIDATED INVOICE. IT IS
006220*                     COUNTED ONCE, HERE, AND MUST HAVE
006230*                     ITS BILCON LINE
006240******************************************************
006250 2300-CHECK-CONSOL.
006260     EXEC SQL
006270         SELECT COUNT(*)
006280           INTO :WS-CON-MATCH
006290           FROM BILCON
006300          WHERE CNTNUM = :WS-BIL-CNTNUM
006310            AND SUBAMT = :WS-BIL-BILAMT
006320            AND SUBTAX = :WS-BIL-TAXAMT
006330     END-EXEC.
006340     IF SQLCODE NOT = 0
006350         MOVE ZERO TO WS-CON-MATCH
006360     END-IF.
006370     IF WS-CON-MATCH = ZERO
006380         ADD 1 TO WS-NOCON-CNT
006390         MOVE WS-BIL-BILNUM TO XL-BILNUM
006400         MOVE WS-BIL-CNTNUM TO XL-CNTNUM
006410         MOVE WS-BIL-JPYAMT TO XL-TAXABL
006420         MOVE WS-BIL-JPYTAX TO XL-TAXAMT
006430         WRITE PAY156-RPT-REC FROM WS-EXC-LINE
006440     END-IF.
006450 2300-EXIT.
006460     EXIT.
006470******************************************************
006480* 3000-TERMINATE - SUMMARY BY DIVCOD AND RATE, RATE
006490*                  TOTALS, ISSUE ANALYSIS, CASH BASIS,
006500*                  RECONCILIATION, TRAILER AND VERDICT
006510******************************************************
006520 3000-TERMINATE.
006530     EXEC SQL
006540         CLOSE TAXBIL-CSR
006550     END-EXEC.
006560     MOVE SPACES TO WS-MSG-LINE.
006570     WRITE PAY156-RPT-REC FROM WS-MSG-LINE.
006580     MOVE "TAX INVOICED BY DIVCOD AND RATE (YEN)"
006590         TO WS-MSG-LINE.
006600     WRITE PAY156-RPT-REC FROM WS-MSG-LINE.
006610     WRITE PAY156-RPT-REC FROM WS-SUM-HEAD.
006620     PERFORM 3110-WRITE-SUM-ENTRY THRU 3110-EXIT
006630         VARYING WS-SUM-IDX FROM 1 BY 1
006640         UNTIL WS-SUM-IDX > WS-SUM-USED.
006650     MOVE SPACES TO WS-MSG-LINE.
006660     WRITE PAY156-RPT-REC FROM WS-MSG-LINE.
006670     MOVE "TAX INVOICED BY RATE (YEN)" TO WS-MSG-LINE.
006680     WRITE PAY156-RPT-REC FROM WS-MSG-LINE.
006690     WRITE PAY156-RPT-REC FROM WS-SUM-HEAD.
006700     PERFORM 3120-WRITE-RATE-ENTRY THRU 3120-EXIT
006710         VARYING WS-RAT-IDX FROM 1 BY 1
006720         UNTIL WS-RAT-IDX > WS-RAT-USED.
006730     MOVE "TOT " TO SL-DIVCOD.
006740     MOVE ZERO TO SL-TAXRAT.
006750     MOVE WS-GR-CNT TO SL-LINCNT.
006760     MOVE WS-GR-AMT TO SL-TAXABL.
006770     MOVE WS-GR-TAX TO SL-TAXAMT.
006780     MOVE WS-GR-CRNTAX TO SL-CRNTAX.
006790     WRITE PAY156-RPT-REC FROM WS-SUM-LINE.
006800     PERFORM 3200-WRITE-ISSUES THRU 3200-EXIT.
006810     PERFORM 3300-CASH-BASIS THRU 3300-EXIT.
006820     PERFORM 3400-RECONCILE THRU 3400-EXIT.
006830     MOVE SPACES TO TAXRTN-REC.
006840     MOVE "T" TO TX-RECTYP.
006850     MOVE WS-PERIOD TO TX-T-PERIOD.
006860     MOVE WS-DTL-CNT TO TX-DTLCNT.
006870     MOVE WS-CSH-CNT TO TX-CSHCNT.
006880     MOVE WS-HSH-ABL TO TX-HSHABL.
006890     MOVE WS-HSH-TAX TO TX-HSHTAX.
006900     MOVE WS-HSH-CSH TO TX-HSHCSH.
006910     WRITE TAXRTN-REC.
006920     ADD WS-NOCON-CNT TO WS-EXC-CNT.
006930     IF WS-DIF-TOTAL NOT = ZERO
006940         ADD 1 TO WS-EXC-CNT
006950     END-IF.
006960     IF WS-EXC-CNT = ZERO
006970         MOVE "TAX SUMMARY COMPLETE - RELEASE" TO VD-TEXT
006980     ELSE
006990         MOVE "TAX SUMMARY EXCEPTIONS - HOLD" TO VD-TEXT
007000         MOVE "F" TO WS-RC-STS
007010     END-IF.
007020     WRITE PAY156-RPT-REC FROM WS-VERDICT-LINE.
007030     PERFORM 3050-REGISTER-END THRU 3050-EXIT.
007040     EXEC SQL
007050         COMMIT
007060     END-EXEC.
007070     CLOSE PARM-FILE.
007080     CLOSE TAXRTN-FILE.
007090     CLOSE PAY156-RPT.
007100 3000-EXIT.
007110     EXIT.
007120******************************************************
007130* 3110-WRITE-SUM-ENTRY - ONE DIVCOD / RATE LINE AND ITS
007140*                        D RECORD
007150******************************************************
007160 3110-WRITE-SUM-ENTRY.
007170     MOVE SM-DIVCOD (WS-SUM-IDX) TO SL-DIVCOD.
007180     MOVE SM-TAXRAT (WS-SUM-IDX) TO SL-TAXRAT.
007190     MOVE SM-LINCNT (WS-SUM-IDX) TO SL-LINCNT.
007200     MOVE SM-TAXABL (WS-SUM-IDX) TO SL-TAXABL.
007210     MOVE SM-TAXAMT (WS-SUM-IDX) TO SL-TAXAMT.
007220     MOVE SM-CRNTAX (WS-SUM-IDX) TO SL-CRNTAX.
007230     WRITE PAY156-RPT-REC FROM WS-SUM-LINE.
007240     MOVE SPACES TO TAXRTN-REC.
007250     MOVE "D" TO TX-RECTYP.
007260     MOVE WS-PERIOD TO TX-D-PERIOD.
007270     MOVE SM-DIVCOD (WS-SUM-IDX) TO TX-DIVCOD.
007280     MOVE SM-TAXRAT (WS-SUM-IDX) TO TX-TAXRAT.
007290     MOVE SM-LINCNT (WS-SUM-IDX) TO TX-LINCNT.
007300     MOVE SM-TAXABL (WS-SUM-IDX) TO TX-TAXABL.
007310     MOVE SM-TAXAMT (WS-SUM-IDX) TO TX-TAXAMT.
007320     MOVE SM-CRNABL (WS-SUM-IDX) TO TX-CRNABL.
007330     MOVE SM-CRNTAX (WS-SUM-IDX) TO TX-CRNTAX.
007340     WRITE TAXRTN-REC.
007350     ADD 1 TO WS-DTL-CNT.
007360     ADD SM-TAXABL (WS-SUM-IDX) TO WS-HSH-ABL.
007370     ADD SM-TAXAMT (WS-SUM-IDX) TO WS-HSH-TAX.
007380 3110-EXIT.
007390     EXIT.
007400******************************************************
007410* 3120-WRITE-RATE-ENTRY - ONE RATE TOTAL LINE AND ITS R
007420*                         RECORD - THE FIGURES THE
007430*                         RETURN IS FILED ON
007440******************************************************
007450 3120-WRITE-RATE-ENTRY.
007460     MOVE "ALL " TO SL-DIVCOD.
007470     MOVE RT-TAXRAT (WS-RAT-IDX) TO SL-TAXRAT.
007480     MOVE RT-LINCNT (WS-RAT-IDX) TO SL-LINCNT.
007490     MOVE RT-TAXABL (WS-RAT-IDX) TO SL-TAXABL.
007500     MOVE RT-TAXAMT (WS-RAT-IDX) TO SL-TAXAMT.
007510     MOVE RT-CRNTAX (WS-RAT-IDX) TO SL-CRNTAX.
007520     WRITE PAY156-RPT-REC FROM WS-SUM-LINE.
007530     MOVE SPACES TO TAXRTN-REC.
007540     MOVE "R" TO TX-RECTYP.
007550     MOVE WS-PERIOD TO TX-D-PERIOD.
007560     MOVE SPACES TO TX-DIVCOD.
007570     MOVE RT-TAXRAT (WS-RAT-IDX) TO TX-TAXRAT.
007580     MOVE RT-LINCNT (WS-RAT-IDX) TO TX-LINCNT.
007590     MOVE RT-TAXABL (WS-RAT-IDX) TO TX-TAXABL.
007600     MOVE RT-TAXAMT (WS-RAT-IDX) TO TX-TAXAMT.
007610     MOVE RT-CRNABL (WS-RAT-IDX) TO TX-CRNABL.
007620     MOVE RT-CRNTAX (WS-RAT-IDX) TO TX-CRNTAX.
007630     WRITE TAXRTN-REC.
007640 3120-EXIT.
007650     EXIT.
007660******************************************************
007670* 3200-WRITE-ISSUES - THE SAME DOCUMENTS BY HOW THEY
007680*                     WERE ISSUED (THE THREE ADD TO THE
007690*                     TOTAL), WITH THE CREDIT NOTES AND
007700*                     FOREIGN-CURRENCY BILLS INSIDE IT
007710******************************************************
007720 3200-WRITE-ISSUES.
007730     MOVE SPACES TO WS-MSG-LINE.
007740     WRITE PAY156-RPT-REC FROM WS-MSG-LINE.
007750     MOVE "DOCUMENTS ISSUED IN THE MONTH (YEN)"
007760         TO WS-MSG-LINE.
007770     WRITE PAY156-RPT-REC FROM WS-MSG-LINE.
007780     MOVE "PAPER BILLS (BILPRT)" TO SR-LABEL.
007790     MOVE WS-PRT-CNT TO SR-CNT.
007800     MOVE WS-PRT-AMT TO SR-TAXABL.
007810     MOVE WS-PRT-TAX TO SR-TAXAMT.
007820     WRITE PAY156-RPT-REC FROM WS-SRC-LINE.
007830     MOVE "CONSOLIDATED BILLS (BILCON)" TO SR-LABEL.
007840     MOVE WS-CON-CNT TO SR-CNT.
007850     MOVE WS-CON-AMT TO SR-TAXABL.
007860     MOVE WS-CON-TAX TO SR-TAXAMT.
007870     WRITE PAY156-RPT-REC FROM WS-SRC-LINE.
007880     MOVE "ELECTRONIC BILLS (BILELE)" TO SR-LABEL.
007890     MOVE WS-ELE-CNT TO SR-CNT.
007900     MOVE WS-ELE-AMT TO SR-TAXABL.
007910     MOVE WS-ELE-TAX TO SR-TAXAMT.
007920     WRITE PAY156-RPT-REC FROM WS-SRC-LINE.
007930     MOVE "TOTAL DOCUMENTS" TO SR-LABEL.
007940     MOVE WS-BIL-CNT TO SR-CNT.
007950     COMPUTE SR-TAXABL = WS-PRT-AMT + WS-CON-AMT
007960         + WS-ELE-AMT.
007970     COMPUTE SR-TAXAMT = WS-PRT-TAX + WS-CON-TAX
007980         + WS-ELE-TAX.
007990     WRITE PAY156-RPT-REC FROM WS-SRC-LINE.
008000     MOVE "  INCLUDING CREDIT NOTES" TO SR-LABEL.
008010     MOVE WS-CRN-CNT TO SR-CNT.
008020     MOVE WS-CRN-AMT TO SR-TAXABL.
008030     MOVE WS-CRN-TAX TO SR-TAXAMT.
008040     WRITE PAY156-RPT-REC FROM WS-SRC-LINE.
008050     MOVE "  INCLUDING FX BILLS AT EXCRAT" TO SR-LABEL.
008060     MOVE WS-FX-CNT TO SR-CNT.
008070     MOVE WS-FX-AMT TO SR-TAXABL.
008080     MOVE WS-FX-TAX TO SR-TAXAMT.
008090     WRITE PAY156-RPT-REC FROM WS-SRC-LINE.
008100     IF WS-NOCON-CNT NOT = ZERO
008110         MOVE "CONSOLIDATED NOT ON BILCON" TO SR-LABEL
008120         MOVE WS-NOCON-CNT TO SR-CNT
008130         MOVE ZERO TO SR-TAXABL SR-TAXAMT
008140         WRITE PAY156-RPT-REC FROM WS-SRC-LINE
008150     END-IF.
008160 3200-EXIT.
008170     EXIT.
008180******************************************************
008190* 3300-CASH-BASIS - TAX ON THE GAFHST RECEIPTS POSTED
008200*                   IN THE MONTH BY DIVCOD, REVERSALS
008210*                   AND REFUNDS NETTING OUT. PAY127
008220*                   ARC1 CARRIED-FORWARD ROWS ARE NOT
008230*                   RECEIPTS. A FOREIGN-CURRENCY
008240*                   CONTRACT'S RECEIPT IS TAKEN TO YEN
008250*                   AT THE FXRATE OF ITS POSTING DAY
008260******************************************************
008270 3300-CASH-BASIS.
008280     MOVE SPACES TO WS-MSG-LINE.
008290     WRITE PAY156-RPT-REC FROM WS-MSG-LINE.
008300     MOVE "TAX ON RECEIPTS IN THE MONTH - CASH BASIS (YEN)"
008310         TO WS-MSG-LINE.
008320     WRITE PAY156-RPT-REC FROM WS-MSG-LINE.
008330     WRITE PAY156-RPT-REC FROM WS-CSH-HEAD.
008340     EXEC SQL
008350         DECLARE TAXHST-CSR CURSOR FOR
008360         SELECT G.DIVCOD, G.CURCOD, H.CNTNUM, H.TRNDAY,
008370                H.PAYAMT, H.PAYTAX, H.PAYTOT
008380           FROM GAFHST H, GAFMST G
008390          WHERE G.CNTNUM = H.CNTNUM
008400            AND H.TRNDAY >= :WS-FROM-DAY
008410            AND H.TRNDAY <= :WS-TO-DAY
008420            AND H.APLPSN <> 'ARC1'
008430          ORDER BY G.DIVCOD
008440     END-EXEC.
008450     MOVE "N" TO WS-HST-EOF-SW.
008460     MOVE "Y" TO WS-FIRST-SW.
008470     EXEC SQL
008480         OPEN TAXHST-CSR
008490     END-EXEC.
008500     PERFORM 3310-PROCESS-RECEIPT THRU 3310-EXIT
008510         UNTIL WS-HST-EOF.
008520     EXEC SQL
008530         CLOSE TAXHST-CSR
008540     END-EXEC.
008550     IF NOT WS-FIRST-ROW
008560         PERFORM 3330-WRITE-CASH-DIVCOD THRU 3330-EXIT
008570     END-IF.
008580     MOVE "TOT " TO CL-DIVCOD.
008590     MOVE WS-CS-GR-CNT TO CL-RCPCNT.
008600     MOVE WS-CS-GR-AMT TO CL-PAYAMT.
008610     MOVE WS-CS-GR-TAX TO CL-PAYTAX.
008620     MOVE WS-CS-GR-TOT TO CL-PAYTOT.
008630     WRITE PAY156-RPT-REC FROM WS-CSH-LINE.
008640 3300-EXIT.
008650     EXIT.
008660******************************************************
008670* 3310-PROCESS-RECEIPT - CONTROL BREAK ON DIVCOD, THEN
008680*                        ADD THE RECEIPT IN YEN
008690******************************************************
008700 3310-PROCESS-RECEIPT.
008710     EXEC SQL
008720         FETCH TAXHST-CSR
008730          INTO :PAY_GAFMST-DIVCOD, :WS-HST-CURCOD,
008740               :PAY_GAFHST-CNTNUM, :PAY_GAFHST-TRNDAY,
008750               :WS-HST-PAYAMT, :WS-HST-PAYTAX,
008760               :WS-HST-PAYTOT
008770     END-EXEC.
008780     IF SQLCODE NOT = 0
008790         MOVE "Y" TO WS-HST-EOF-SW
008800         GO TO 3310-EXIT
008810     END-IF.
008820     IF WS-FIRST-ROW
008830         MOVE "N" TO WS-FIRST-SW
008840         MOVE PAY_GAFMST-DIVCOD TO WS-PREV-DIVCOD
008850     ELSE
008860         IF PAY_GAFMST-DIVCOD NOT = WS-PREV-DIVCOD
008870             PERFORM 3330-WRITE-CASH-DIVCOD THRU 3330-EXIT
008880             MOVE PAY_GAFMST-DIVCOD TO WS-PREV-DIVCOD
008890         END-IF
008900     END-IF.
008910     PERFORM 3320-RECEIPT-RATE THRU 3320-EXIT.
008920     IF WS-HST-RATE NOT = 1
008930         COMPUTE WS-HST-PAYAMT ROUNDED =
008940             WS-HST-PAYAMT * WS-HST-RATE
008950         COMPUTE WS-HST-PAYTAX ROUNDED =
008960             WS-HST-PAYTAX * WS-HST-RATE
008970         COMPUTE WS-HST-PAYTOT ROUNDED =
008980             WS-HST-PAYTOT * WS-HST-RATE
008990     END-IF.
009000     ADD 1 TO WS-CS-CNT.
009010     ADD WS-HST-PAYAMT TO WS-CS-AMT.
009020     ADD WS-HST-PAYTAX TO WS-CS-TAX.
009030     ADD WS-HST-PAYTOT TO WS-CS-TOT.
009040 3310-EXIT.
009050     EXIT.
009060******************************************************
009070* 3320-RECEIPT-RATE - LATEST FXRATE ON OR BEFORE THE
009080*                     POSTING DAY, 1 FOR YEN
009090******************************************************
009100 3320-RECEIPT-RATE.
009110     MOVE 1 TO WS-HST-RATE.
009120     IF WS-HST-CURCOD = SPACES OR WS-HST-CURCOD = "JPY"
009130         GO TO 3320-EXIT
009140     END-IF.
009150     EXEC SQL
009160         SELECT EXCRAT
009170           INTO :PAY_FXRATE-EXCRAT
009180           FROM FXRATE
009190          WHERE CURCOD = :WS-HST-CURCOD
009200            AND RATDAY =
009210                (SELECT MAX(RATDAY) FROM FXRATE
009220                  WHERE CURCOD = :WS-HST-CURCOD
009230                    AND RATDAY <= :PAY_GAFHST-TRNDAY)
009240     END-EXEC.
009250     IF SQLCODE = 0
009260         MOVE PAY_FXRATE-EXCRAT TO WS-HST-RATE
009270     ELSE
009280         DISPLAY "PAY156 - NO FXRATE FOR "
009290                 WS-HST-CURCOD " " PAY_GAFHST-CNTNUM
009300     END-IF.
009310 3320-EXIT.
009320     EXIT.
009330******************************************************
009340* 3330-WRITE-CASH-DIVCOD - ONE DIVCOD'S RECEIPTS LINE
009350*                          AND ITS C RECORD
009360******************************************************
009370 3330-WRITE-CASH-DIVCOD.
009380     MOVE WS-PREV-DIVCOD TO CL-DIVCOD.
009390     MOVE WS-CS-CNT TO CL-RCPCNT.
009400     MOVE WS-CS-AMT TO CL-PAYAMT.
009410     MOVE WS-CS-TAX TO CL-PAYTAX.
009420     MOVE WS-CS-TOT TO CL-PAYTOT.
009430     WRITE PAY156-RPT-REC FROM WS-CSH-LINE.
009440     MOVE SPACES TO TAXRTN-REC.
009450     MOVE "C" TO TX-RECTYP.
009460     MOVE WS-PERIOD TO TX-C-PERIOD.
009470     MOVE WS-PREV-DIVCOD TO TX-C-DIVCOD.
009480     MOVE WS-CS-CNT TO TX-RCPCNT.
009490     MOVE WS-CS-AMT TO TX-PAYAMT.
009500     MOVE WS-CS-TAX TO TX-PAYTAX.
009510     MOVE WS-CS-TOT TO TX-PAYTOT.
009520     WRITE TAXRTN-REC.
009530     ADD 1 TO WS-CSH-CNT.
009540     ADD WS-CS-TAX TO WS-HSH-CSH.
009550     ADD WS-CS-CNT TO WS-CS-GR-CNT.
009560     ADD WS-CS-AMT TO WS-CS-GR-AMT.
009570     ADD WS-CS-TAX TO WS-CS-GR-TAX.
009580     ADD WS-CS-TOT TO WS-CS-GR-TOT.
009590     MOVE ZERO TO WS-CS-CNT WS-CS-AMT WS-CS-TAX WS-CS-TOT.
009600 3330-EXIT.
009610     EXIT.
009620******************************************************
009630* 3400-RECONCILE - INVOICED AGAINST RECEIVED FOR THE
009640*                  MONTH, THEN THE TAX PAYABLE PAY116
009650*                  CREDITED TO 21300000 (ITS ROLLUP
009660*                  SELECTION, CONTRACT CURRENCY) TIED
009670*                  TO THE TAX ON THE RECEIPTS HISTORY
009680*                  OF THE SAME CONTRACTS, AND BROUGHT
009690*                  BACK TO THE MONTH END
009700******************************************************
009710 3400-RECONCILE.
009720     EXEC SQL
009730         SELECT COUNT(*)
009740           INTO :WS-SUM-CNT
009750           FROM GAFMST
009760          WHERE NOT EXISTS
009770                (SELECT 1 FROM WRTOFF W
009780                  WHERE W.CNTNUM = GAFMST.CNTNUM
009790                    AND W.WOFSTS = 'O')
009800     END-EXEC.
009810     IF WS-SUM-CNT = ZERO
009820         MOVE ZERO TO WS-PAY116-TAX
009830     ELSE
009840         EXEC SQL
009850             SELECT SUM(TRNTAX)
009860               INTO :WS-PAY116-TAX
009870               FROM GAFMST
009880              WHERE NOT EXISTS
009890                    (SELECT 1 FROM WRTOFF W
009900                      WHERE W.CNTNUM = GAFMST.CNTNUM
009910                        AND W.WOFSTS = 'O')
009920         END-EXEC
009930     END-IF.
009940     EXEC SQL
009950         SELECT COUNT(*)
009960           INTO :WS-SUM-CNT
009970           FROM GAFHST H, GAFMST G
009980          WHERE G.CNTNUM = H.CNTNUM
009990            AND NOT EXISTS
010000                (SELECT 1 FROM WRTOFF W
010010                  WHERE W.CNTNUM = G.CNTNUM
010020                    AND W.WOFSTS = 'O')
010030     END-EXEC.
010040     IF WS-SUM-CNT = ZERO
010050         MOVE ZERO TO WS-HST-TAX
010060     ELSE
010070         EXEC SQL
010080             SELECT SUM(H.PAYTAX)
010090               INTO :WS-HST-TAX
010100               FROM GAFHST H, GAFMST G
010110              WHERE G.CNTNUM = H.CNTNUM
010120                AND NOT EXISTS
010130                    (SELECT 1 FROM WRTOFF W
010140                      WHERE W.CNTNUM = G.CNTNUM
010150                        AND W.WOFSTS = 'O')
010160         END-EXEC
010170     END-IF.
010180     EXEC SQL
010190         SELECT COUNT(*)
010200           INTO :WS-SUM-CNT
010210           FROM GAFHST H, GAFMST G
010220          WHERE G.CNTNUM = H.CNTNUM
010230            AND H.TRNDAY > :WS-TO-DAY
010240            AND NOT EXISTS
010250                (SELECT 1 FROM WRTOFF W
010260                  WHERE W.CNTNUM = G.CNTNUM
010270                    AND W.WOFSTS = 'O')
010280     END-EXEC.
010290     IF WS-SUM-CNT = ZERO
010300         MOVE ZERO TO WS-AFT-TAX
010310     ELSE
010320         EXEC SQL
010330             SELECT SUM(H.PAYTAX)
010340               INTO :WS-AFT-TAX
010350               FROM GAFHST H, GAFMST G
010360              WHERE G.CNTNUM = H.CNTNUM
010370                AND H.TRNDAY > :WS-TO-DAY
010380                AND NOT EXISTS
010390                    (SELECT 1 FROM WRTOFF W
010400                      WHERE W.CNTNUM = G.CNTNUM
010410                        AND W.WOFSTS = 'O')
010420         END-EXEC
010430     END-IF.
010440     MOVE SPACES TO WS-MSG-LINE.
010450     WRITE PAY156-RPT-REC FROM WS-MSG-LINE.
010460     MOVE "RECONCILIATION" TO WS-MSG-LINE.
010470     WRITE PAY156-RPT-REC FROM WS-MSG-LINE.
010480     MOVE "TAX INVOICED IN THE MONTH (YEN)" TO RL-LABEL.
010490     MOVE WS-GR-TAX TO RL-AMT.
010500     WRITE PAY156-RPT-REC FROM WS-REC-LINE.
010510     MOVE "TAX ON RECEIPTS IN THE MONTH (YEN)" TO RL-LABEL.
010520     MOVE WS-CS-GR-TAX TO RL-AMT.
010530     WRITE PAY156-RPT-REC FROM WS-REC-LINE.
010540     MOVE "INVOICED LESS RECEIVED" TO RL-LABEL.
010550     COMPUTE RL-AMT = WS-GR-TAX - WS-CS-GR-TAX.
010560     WRITE PAY156-RPT-REC FROM WS-REC-LINE.
010570     MOVE "PAY116 TAX PAYABLE CREDITED 21300000"
010580         TO RL-LABEL.
010590     MOVE WS-PAY116-TAX TO RL-AMT.
010600     WRITE PAY156-RPT-REC FROM WS-REC-LINE.
010610     MOVE "TAX ON RECEIPTS HISTORY (GAFHST)" TO RL-LABEL.
010620     MOVE WS-HST-TAX TO RL-AMT.
010630     WRITE PAY156-RPT-REC FROM WS-REC-LINE.
010640     COMPUTE WS-DIF-TOTAL = WS-PAY116-TAX - WS-HST-TAX.
010650     MOVE "DIFFERENCE" TO RL-LABEL.
010660     MOVE WS-DIF-TOTAL TO RL-AMT.
010670     WRITE PAY156-RPT-REC FROM WS-REC-LINE.
010680     IF WS-DIF-TOTAL = ZERO
010690         MOVE "TAX PAYABLE TIES TO PAY116" TO VD-TEXT
010700     ELSE
010710         MOVE "TAX PAYABLE DOES NOT TIE TO PAY116"
010720             TO VD-TEXT
010730     END-IF.
010740     WRITE PAY156-RPT-REC FROM WS-VERDICT-LINE.
010750     MOVE "LESS TAX RECEIVED AFTER THE MONTH END"
010760         TO RL-LABEL.
010770     COMPUTE RL-AMT = ZERO - WS-AFT-TAX.
010780     WRITE PAY156-RPT-REC FROM WS-REC-LINE.
010790     MOVE "TAX PAYABLE AT THE MONTH END" TO RL-LABEL.
010800     COMPUTE RL-AMT = WS-PAY116-TAX - WS-AFT-TAX.
010810     WRITE PAY156-RPT-REC FROM WS-REC-LINE.
010820 3400-EXIT.
010830     EXIT.
010840******************************************************
010850* 1050-REGISTER-START - RUNCTL RUN CONTROL: PAY116
010860*                       MUST HAVE JOURNALED CLEAN ON
010870*                       OR AFTER THE MONTH END, NO
010880*                       DUPLICATE RUN FOR THE DATE
010890******************************************************
010900 1050-REGISTER-START.
010910     EXEC SQL
010920         SELECT COUNT(*)
010930           INTO :WS-RUN-CNT
010940           FROM RUNCTL
010950          WHERE PGMNAM = 'PAY116'
010960            AND BUSDAY >= :WS-TO-DAY
010970            AND RUNSTS = 'C'
010980     END-EXEC.
010990     IF SQLCODE NOT = 0 OR WS-RUN-CNT = ZERO
011000         DISPLAY "PAY156 - PAY116 NOT COMPLETE CLEAN FOR "
011010                 WS-TO-DAY
011020         PERFORM 1090-REFUSE-START THRU 1090-EXIT
011030     END-IF.
011040     EXEC SQL
011050         SELECT RUNSTS
011060           INTO :WS-RC-STS
011070           FROM RUNCTL
011080          WHERE PGMNAM = 'PAY156'
011090            AND BUSDAY = :WS-TODAY
011100     END-EXEC.
011110     IF SQLCODE = 0
011120         DISPLAY "PAY156 - ALREADY RUN FOR " WS-TODAY
011130                 " - PAY129 OVERRIDE REQUIRED"
011140         PERFORM 1090-REFUSE-START THRU 1090-EXIT
011150     END-IF.
011160     MOVE "C" TO WS-RC-STS.
011170     EXEC SQL
011180         INSERT INTO RUNCTL
011190             (PGMNAM, BUSDAY, STRDAY, STRTIM, ENDDAY,
011200              ENDTIM, RUNSTS, EXCCNT)
011210         VALUES
011220             ('PAY156', :WS-TODAY, :WS-TODAY,
011230              :WS-NOWTIME, ' ', ' ', 'R', 0)
011240     END-EXEC.
011250     EXEC SQL
011260         COMMIT
011270     END-EXEC.
011280 1050-EXIT.
011290     EXIT.
011300******************************************************
011310* 1090-REFUSE-START - THE RUN MAY NOT PROCEED. A
011320*                     DELIBERATE RERUN NEEDS A PAY129
011330*                     OPERATOR OVERRIDE FIRST
011340******************************************************
011350 1090-REFUSE-START.
011360     MOVE 16 TO RETURN-CODE.
011370     STOP RUN.
011380 1090-EXIT.
011390     EXIT.
011400******************************************************
011410* 3050-REGISTER-END - CLOSE THE RUNCTL ROW OUT WITH
011420*                     THE FINAL STATUS IN WS-RC-STS
011430******************************************************
011440 3050-REGISTER-END.
011450     ACCEPT WS-NOWTIME FROM TIME.
011460     EXEC SQL
011470         UPDATE RUNCTL
011480            SET ENDDAY = :WS-TODAY,
011490                ENDTIM = :WS-NOWTIME,
011500                RUNSTS = :WS-RC-STS,
011510                EXCCNT = :WS-EXC-CNT
011520          WHERE PGMNAM = 'PAY156'
011530            AND BUSDAY = :WS-TODAY
011540     END-EXEC.
011550 3050-EXIT.
011560     EXIT.
