000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. PAY153.
000030 AUTHOR. K.SATO.
000040 INSTALLATION. SYSTEM DEVELOPMENT DEPT.
000050 DATE-WRITTEN. 2026-10-05.
000060 DATE-COMPILED.
000070******************************************************
000080* MODIFICATION HISTORY
000090*  2026-10-05  K.SATO   INITIAL VERSION - MONTH-END
000100*                       UNEARNED AND ACCRUED LEASE
000110*                       REVENUE. EVERY BILPRT/BILELE BILL
000120*                       ISSUED BY THE CLOSE IS SPLIT BY
000130*                       DAYS OF ITS DAYBGN-DAYEND SERVICE
000140*                       PERIOD INTO THE PART EARNED BY THE
000150*                       CLOSE AND THE PART UNEARNED, AND
000160*                       SERVICE DELIVERED PAST THE LAST
000170*                       BILLED PERIOD THAT BIL102 HAS NOT
000180*                       YET REACHED IS ACCRUED FROM LEAAMT.
000190*                       BOTH ARE ROLLED UP BY DIVCOD /
000200*                       EXPCOD AND JOURNALED IN THE PAY116
000210*                       GLJRNL LAYOUT THROUGH PAY_GLAMAP AT
000220*                       THE CLOSE, WITH THE REVERSING
000230*                       ENTRIES DATED THE FIRST DAY OF THE
000240*                       NEXT MONTH, AND A PROOF REPORT
000250*                       TYING THE BILLED TOTAL TO THE
000260*                       REVENUE PAY116 CREDITED
000270*  2026-10-15  K.SATO   THE ACCRUAL USES THE CNTAMD LEAAMT IN
000280*                       FORCE ON THE FIRST UNBILLED DAY, THE
000290*                       WAY BIL102 PRICES THE NEXT PERIOD
000300******************************************************
000310 ENVIRONMENT DIVISION.
000320 INPUT-OUTPUT SECTION.
000330 FILE-CONTROL.
000340     SELECT PARM-FILE ASSIGN TO ACRPARM.
000350     SELECT ACRJRN-FILE ASSIGN TO ACRJRNOU.
000360     SELECT PAY153-RPT ASSIGN TO PAY153RP.
000370 DATA DIVISION.
000380 FILE SECTION.
000390 FD  PARM-FILE
000400     RECORDING MODE IS F
000410     LABEL RECORDS ARE STANDARD.
000420 01  PARM-REC.
000430     03 PARM-CLOSE-MONTH PIC X(006).
000440 FD  ACRJRN-FILE
000450     RECORDING MODE IS F
000460     LABEL RECORDS ARE STANDARD.
000470 01  ACRJRN-REC.
000480     03 JR-GLACCT        PIC X(008).
000490     03 JR-CSTCTR        PIC X(006).
000500     03 JR-DRCR          PIC X(001).
000510     03 JR-AMOUNT        PIC S9(013) COMP-3.
000520     03 JR-DIVCOD        PIC X(004).
000530     03 JR-EXPCOD        PIC X(003).
000540     03 JR-PSTDAY        PIC X(008).
000550 FD  PAY153-RPT
000560     RECORDING MODE IS F
000570     LABEL RECORDS ARE STANDARD.
000580 01  PAY153-RPT-REC              PIC X(080).
000590 WORKING-STORAGE SECTION.
000600     EXEC SQL INCLUDE SQLCA END-EXEC.
000610     EXEC SQL INCLUDE PAY_GAFMST END-EXEC.
000620     EXEC SQL INCLUDE PAY_BILPRT END-EXEC.
000630     EXEC SQL INCLUDE PAY_GLAMAP END-EXEC.
000640     EXEC SQL INCLUDE PAY_FXRATE END-EXEC.
000650     EXEC SQL INCLUDE PAY_RUNCTL END-EXEC.
000660     EXEC SQL INCLUDE PAY_CNTAMD END-EXEC.
000670 77  WS-EOF-SW           PIC X(001) VALUE "N".
000680     88 WS-EOF                      VALUE "Y".
000690 77  WS-BIL-EOF-SW       PIC X(001) VALUE "N".
000700     88 WS-BIL-EOF                  VALUE "Y".
000710 77  WS-FIRST-SW         PIC X(001) VALUE "Y".
000720     88 WS-FIRST-ROW                VALUE "Y".
000730 77  WS-MAP-OK-SW        PIC X(001) VALUE "N".
000740     88 WS-MAP-OK                   VALUE "Y".
000750 77  WS-TODAY            PIC X(008).
000760 77  WS-NOWTIME          PIC X(006).
000770 77  WS-CLOSE-DAY        PIC X(008).
000780 77  WS-REVERSE-DAY      PIC X(008).
000790 77  WS-BILLED-THRU      PIC X(008).
000800 77  WS-PREV-DIVCOD      PIC X(004).
000810 77  WS-PREV-EXPCOD      PIC X(003).
000820 77  WS-UNE-ACCT         PIC X(008) VALUE "21600000".
000830 77  WS-ACR-ACCT         PIC X(008) VALUE "11600000".
000840 77  WS-DATE-NUM         PIC 9(008).
000850 77  WS-CLOSE-INT        PIC 9(007).
000860 77  WS-NEXT-INT         PIC 9(007).
000870 77  WS-BGN-INT          PIC 9(007).
000880 77  WS-END-INT          PIC 9(007).
000890 77  WS-CUT-INT          PIC 9(007).
000900 77  WS-PER-DAYS         PIC S9(007) COMP-3.
000910 77  WS-OUT-DAYS         PIC S9(007) COMP-3.
000920 77  WS-ACR-DAYS         PIC S9(007) COMP-3.
000930 77  WS-CYC-MOS          PIC 9(002).
000940 77  WS-MOS-NUM          PIC 9(006).
000950 77  WS-MOS-YYYY         PIC 9(004).
000960 77  WS-MOS-MM           PIC 9(002).
000970 77  WS-CLP-MAX          PIC 9(002).
000980 01  WS-CLP-DATE.
000990     03 WS-CLP-YYYY      PIC 9(004).
001000     03 WS-CLP-MM        PIC 9(002).
001010     03 WS-CLP-DD        PIC 9(002).
001020 77  WS-BIL-DAYBGN       PIC X(008).
001030 77  WS-BIL-DAYEND       PIC X(008).
001040 77  WS-BIL-BILAMT       PIC S9(013) COMP-3.
001050 77  WS-BIL-CURCOD       PIC X(003).
001060 77  WS-BIL-EXCRAT       PIC S9(003)V9(006) COMP-3.
001070 77  WS-BIL-DOCTYP       PIC X(001).
001080 77  WS-BIL-JPY          PIC S9(013) COMP-3.
001090 77  WS-BIL-UNEARN       PIC S9(013) COMP-3.
001100 77  WS-LEA-DATE         PIC X(008).
001110 77  WS-LEA-AMT          PIC S9(013) COMP-3.
001120 77  WS-ACR-RATE         PIC S9(003)V9(006) COMP-3.
001130 77  WS-QOT-CNT          PIC S9(007) COMP-3.
001140 77  WS-RUN-CNT          PIC S9(007) COMP-3.
001150 77  WS-CN-BILCUR        PIC S9(013) COMP-3.
001160 77  WS-CN-BILLED        PIC S9(013) COMP-3.
001170 77  WS-CN-UNEARN        PIC S9(013) COMP-3.
001180 77  WS-CN-ACCRUE        PIC S9(013) COMP-3.
001190 77  WS-EX-BILLED        PIC S9(013) COMP-3 VALUE ZERO.
001200 77  WS-EX-UNEARN        PIC S9(013) COMP-3 VALUE ZERO.
001210 77  WS-EX-ACCRUE        PIC S9(013) COMP-3 VALUE ZERO.
001220 77  WS-GR-BILCUR        PIC S9(013) COMP-3 VALUE ZERO.
001230 77  WS-GR-BILLED        PIC S9(013) COMP-3 VALUE ZERO.
001240 77  WS-GR-UNEARN        PIC S9(013) COMP-3 VALUE ZERO.
001250 77  WS-GR-ACCRUE        PIC S9(013) COMP-3 VALUE ZERO.
001260 77  WS-UNMAP-UNEARN     PIC S9(013) COMP-3 VALUE ZERO.
001270 77  WS-UNMAP-ACCRUE     PIC S9(013) COMP-3 VALUE ZERO.
001280 77  WS-REV-TOTAL        PIC S9(013) COMP-3 VALUE ZERO.
001290 77  WS-DIF-TOTAL        PIC S9(013) COMP-3 VALUE ZERO.
001300 77  WS-DR-TOTAL         PIC S9(013) COMP-3 VALUE ZERO.
001310 77  WS-CR-TOTAL         PIC S9(013) COMP-3 VALUE ZERO.
001320 77  WS-JR-DR-ACCT       PIC X(008).
001330 77  WS-JR-CR-ACCT       PIC X(008).
001340 77  WS-JR-AMT           PIC S9(013) COMP-3.
001350 77  WS-JR-DAY           PIC X(008).
001360 77  WS-UNMAP-CNT        PIC S9(007) COMP-3 VALUE ZERO.
001370 77  WS-SUM-CNT          PIC S9(007) COMP-3.
001380 77  WS-RC-STS           PIC X(001) VALUE "C".
001390 01  WS-HEAD-LINE.
001400     03 FILLER           PIC X(040) VALUE
001410         "UNEARNED AND ACCRUED LEASE REVENUE  CLOS".
001420     03 FILLER           PIC X(003) VALUE "E  ".
001430     03 HL-CLOSE         PIC X(008).
001440     03 FILLER           PIC X(011) VALUE "  REVERSAL ".
001450     03 HL-REVERSE       PIC X(008).
001460     03 FILLER           PIC X(010) VALUE SPACES.
001470 01  WS-DETAIL-LINE.
001480     03 DL-CNTNUM        PIC X(009).
001490     03 FILLER           PIC X(002) VALUE SPACES.
001500     03 DL-DIVCOD        PIC X(004).
001510     03 FILLER           PIC X(001) VALUE "-".
001520     03 DL-EXPCOD        PIC X(003).
001530     03 FILLER           PIC X(002) VALUE SPACES.
001540     03 DL-BILLED        PIC -(011)9.99.
001550     03 DL-UNEARN        PIC -(011)9.99.
001560     03 DL-ACCRUE        PIC -(011)9.99.
001570     03 FILLER           PIC X(001) VALUE SPACES.
001580     03 DL-THRU          PIC X(008).
001590     03 FILLER           PIC X(002) VALUE SPACES.
001600 01  WS-GROUP-LINE.
001610     03 GL-LABEL         PIC X(006) VALUE "GROUP ".
001620     03 GL-KEY.
001630        05 GL-DIVCOD     PIC X(004).
001640        05 GL-DASH       PIC X(001) VALUE "-".
001650        05 GL-EXPCOD     PIC X(003).
001660     03 FILLER           PIC X(001) VALUE SPACES.
001670     03 GL-GLACCT        PIC X(008).
001680     03 GL-BILLED        PIC -(010)9.99.
001690     03 GL-UNEARN        PIC -(010)9.99.
001700     03 GL-ACCRUE        PIC -(010)9.99.
001710     03 GL-EARNED        PIC -(010)9.99.
001720     03 FILLER           PIC X(001) VALUE SPACES.
001730 01  WS-UNMAP-LINE.
001740     03 FILLER           PIC X(009) VALUE "UNMAPPED ".
001750     03 UM-DIVCOD        PIC X(004).
001760     03 FILLER           PIC X(001) VALUE "-".
001770     03 UM-EXPCOD        PIC X(003).
001780     03 FILLER           PIC X(063) VALUE SPACES.
001790 01  WS-REC-LINE.
001800     03 RL-LABEL         PIC X(040).
001810     03 FILLER           PIC X(002) VALUE SPACES.
001820     03 RL-AMT           PIC -(013)9.99.
001830     03 FILLER           PIC X(021) VALUE SPACES.
001840 01  WS-PROOF-LINE.
001850     03 FILLER           PIC X(007) VALUE "DEBITS ".
001860     03 PF-DEBITS        PIC -(011)9.99.
001870     03 FILLER           PIC X(009) VALUE "  CREDITS".
001880     03 PF-CREDITS       PIC -(011)9.99.
001890     03 FILLER           PIC X(034) VALUE SPACES.
001900 01  WS-VERDICT-LINE.
001910     03 VD-TEXT          PIC X(040).
001920     03 FILLER           PIC X(040) VALUE SPACES.
001930******************************************************
001940* PROCEDURE DIVISION
001950******************************************************
001960 PROCEDURE DIVISION.
001970 0000-MAINLINE.
001980     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001990     PERFORM 2000-PROCESS-CONTRACT THRU 2000-EXIT
002000         UNTIL WS-EOF.
002010     PERFORM 3000-TERMINATE THRU 3000-EXIT.
002020     STOP RUN.
002030******************************************************
002040* 1000-INITIALIZE - CLOSE MONTH (BLANK = LAST MONTH),
002050*                   ITS LAST DAY, THE REVERSAL DAY,
002060*                   RUN CONTROL, CONTRACT CURSOR IN
002070*                   GROUP ORDER
002080******************************************************
002090 1000-INITIALIZE.
002100     OPEN INPUT PARM-FILE.
002110     OPEN OUTPUT ACRJRN-FILE.
002120     OPEN OUTPUT PAY153-RPT.
002130     ACCEPT WS-TODAY FROM DATE YYYYMMDD.
002140     ACCEPT WS-NOWTIME FROM TIME.
002150     READ PARM-FILE
002160         AT END MOVE SPACES TO PARM-CLOSE-MONTH
002170     END-READ.
002180     IF PARM-CLOSE-MONTH = SPACES
002190         MOVE WS-TODAY(1:6) TO WS-DATE-NUM(1:6)
002200         MOVE "01" TO WS-DATE-NUM(7:2)
002210         COMPUTE WS-NEXT-INT =
002220             FUNCTION INTEGER-OF-DATE(WS-DATE-NUM)
002230     ELSE
002240         MOVE PARM-CLOSE-MONTH TO WS-MOS-NUM
002250         MOVE WS-MOS-NUM(1:4) TO WS-MOS-YYYY
002260         MOVE WS-MOS-NUM(5:2) TO WS-MOS-MM
002270         IF WS-MOS-MM = 12
002280             ADD 1 TO WS-MOS-YYYY
002290             MOVE 1 TO WS-MOS-MM
002300         ELSE
002310             ADD 1 TO WS-MOS-MM
002320         END-IF
002330         COMPUTE WS-DATE-NUM =
002340             (WS-MOS-YYYY * 10000) + (WS-MOS-MM * 100) + 1
002350         COMPUTE WS-NEXT-INT =
002360             FUNCTION INTEGER-OF-DATE(WS-DATE-NUM)
002370     END-IF.
002380     MOVE WS-DATE-NUM TO WS-REVERSE-DAY.
002390     COMPUTE WS-CLOSE-INT = WS-NEXT-INT - 1.
002400     COMPUTE WS-DATE-NUM =
002410         FUNCTION DATE-OF-INTEGER(WS-CLOSE-INT).
002420     MOVE WS-DATE-NUM TO WS-CLOSE-DAY.
002430     PERFORM 1050-REGISTER-START THRU 1050-EXIT.
002440     MOVE WS-CLOSE-DAY TO HL-CLOSE.
002450     MOVE WS-REVERSE-DAY TO HL-REVERSE.
002460     WRITE PAY153-RPT-REC FROM WS-HEAD-LINE.
002470     EXEC SQL
002480         DECLARE ACRCNT-CSR CURSOR FOR
002490         SELECT CNTNUM, DIVCOD, EXPCOD, PAYBGN, PAYCYC,
002500                PAYEND, LEAAMT, CURCOD, HOLSFT, CHCKYN
002510           FROM GAFMST
002520          WHERE NOT EXISTS
002530                (SELECT 1 FROM WRTOFF W
002540                  WHERE W.CNTNUM = GAFMST.CNTNUM
002550                    AND W.WOFSTS = 'O')
002560          ORDER BY DIVCOD, EXPCOD, CNTNUM
002570     END-EXEC.
002580     EXEC SQL
002590         OPEN ACRCNT-CSR
002600     END-EXEC.
002610     PERFORM 2100-FETCH-CONTRACT THRU 2100-EXIT.
002620 1000-EXIT.
002630     EXIT.
002640******************************************************
002650* 2000-PROCESS-CONTRACT - CONTROL BREAK ON DIVCOD /
002660*                         EXPCOD, THEN SPLIT THE
002670*                         CONTRACT'S BILLS AND ACCRUE
002680*                         ITS UNBILLED SERVICE
002690******************************************************
002700 2000-PROCESS-CONTRACT.
002710     IF WS-FIRST-ROW
002720         MOVE "N" TO WS-FIRST-SW
002730         MOVE PAY_GAFMST-DIVCOD TO WS-PREV-DIVCOD
002740         MOVE PAY_GAFMST-EXPCOD TO WS-PREV-EXPCOD
002750     ELSE
002760         IF PAY_GAFMST-EXPCOD NOT = WS-PREV-EXPCOD
002770          OR PAY_GAFMST-DIVCOD NOT = WS-PREV-DIVCOD
002780             PERFORM 2500-WRITE-GROUP THRU 2500-EXIT
002790             MOVE PAY_GAFMST-DIVCOD TO WS-PREV-DIVCOD
002800             MOVE PAY_GAFMST-EXPCOD TO WS-PREV-EXPCOD
002810         END-IF
002820     END-IF.
002830     MOVE ZERO TO WS-CN-BILCUR WS-CN-BILLED
002840                  WS-CN-UNEARN WS-CN-ACCRUE.
002850     MOVE SPACES TO WS-BILLED-THRU.
002860     PERFORM 2200-SPLIT-BILLS THRU 2200-EXIT.
002870     PERFORM 2300-ACCRUE-UNBILLED THRU 2300-EXIT.
002880     ADD WS-CN-BILCUR TO WS-GR-BILCUR.
002890     ADD WS-CN-BILLED TO WS-EX-BILLED.
002900     ADD WS-CN-UNEARN TO WS-EX-UNEARN.
002910     ADD WS-CN-ACCRUE TO WS-EX-ACCRUE.
002920     IF WS-CN-UNEARN NOT = ZERO
002930        OR WS-CN-ACCRUE NOT = ZERO
002940         MOVE PAY_GAFMST-CNTNUM TO DL-CNTNUM
002950         MOVE PAY_GAFMST-DIVCOD TO DL-DIVCOD
002960         MOVE PAY_GAFMST-EXPCOD TO DL-EXPCOD
002970         MOVE WS-CN-BILLED TO DL-BILLED
002980         MOVE WS-CN-UNEARN TO DL-UNEARN
002990         MOVE WS-CN-ACCRUE TO DL-ACCRUE
003000         MOVE WS-BILLED-THRU TO DL-THRU
003010         WRITE PAY153-RPT-REC FROM WS-DETAIL-LINE
003020     END-IF.
003030     PERFORM 2100-FETCH-CONTRACT THRU 2100-EXIT.
003040 2000-EXIT.
003050     EXIT.
003060******************************************************
003070* 2100-FETCH-CONTRACT - NEXT CONTRACT IN GROUP ORDER
003080******************************************************
003090 2100-FETCH-CONTRACT.
003100     EXEC SQL
003110         FETCH ACRCNT-CSR
003120          INTO :PAY_GAFMST-CNTNUM, :PAY_GAFMST-DIVCOD,
003130               :PAY_GAFMST-EXPCOD, :PAY_GAFMST-PAYBGN,
003140               :PAY_GAFMST-PAYCYC, :PAY_GAFMST-PAYEND,
003150               :PAY_GAFMST-LEAAMT, :PAY_GAFMST-CURCOD,
003160               :PAY_GAFMST-HOLSFT, :PAY_GAFMST-CHCKYN
003170     END-EXEC.
003180     IF SQLCODE NOT = 0
003190         MOVE "Y" TO WS-EOF-SW.
003200 2100-EXIT.
003210     EXIT.
003220******************************************************
003230* 2200-SPLIT-BILLS - EVERY BILL ISSUED BY THE CLOSE.
003240*                    PAYOFF SETTLEMENT BILLS ARE EARNED
003250*                    AT TERMINATION AND NOT SPREAD.
003260*                    CREDIT NOTES CARRY THE CREDITED
003270*                    BILL'S PERIOD WITH A NEGATIVE
003280*                    BILAMT, SO THEY NET OUT
003290******************************************************
003300 2200-SPLIT-BILLS.
003310     EXEC SQL
003320         DECLARE ACRBIL-CSR CURSOR FOR
003330         SELECT DAYBGN, DAYEND, BILAMT, CURCOD, EXCRAT,
003340                DOCTYP
003350           FROM BILPRT
003360          WHERE CNTNUM = :PAY_GAFMST-CNTNUM
003370            AND SNDDAY <= :WS-CLOSE-DAY
003380            AND DOCTYP <> 'P'
003390         UNION ALL
003400         SELECT DAYBGN, DAYEND, BILAMT, 'JPY', 1,
003410                DOCTYP
003420           FROM BILELE
003430          WHERE CNTNUM = :PAY_GAFMST-CNTNUM
003440            AND SNDDAY <= :WS-CLOSE-DAY
003450     END-EXEC.
003460     MOVE "N" TO WS-BIL-EOF-SW.
003470     EXEC SQL
003480         OPEN ACRBIL-CSR
003490     END-EXEC.
003500     PERFORM 2210-SPLIT-ONE-BILL THRU 2210-EXIT
003510         UNTIL WS-BIL-EOF.
003520     EXEC SQL
003530         CLOSE ACRBIL-CSR
003540     END-EXEC.
003550 2200-EXIT.
003560     EXIT.
003570******************************************************
003580* 2210-SPLIT-ONE-BILL - THE PERIOD RUNS FROM DAYBGN UP
003590*                       TO DAYEND, COUNTED AS BIL102
003600*                       COUNTS IT. THE DAYS AFTER THE
003610*                       CLOSE ARE UNEARNED. AMOUNTS ARE
003620*                       TAKEN TO YEN AT THE EXCRAT
003630*                       STAMPED ON THE BILL
003640******************************************************
003650 2210-SPLIT-ONE-BILL.
003660     EXEC SQL
003670         FETCH ACRBIL-CSR
003680          INTO :WS-BIL-DAYBGN, :WS-BIL-DAYEND,
003690               :WS-BIL-BILAMT, :WS-BIL-CURCOD,
003700               :WS-BIL-EXCRAT, :WS-BIL-DOCTYP
003710     END-EXEC.
003720     IF SQLCODE NOT = 0
003730         MOVE "Y" TO WS-BIL-EOF-SW
003740         GO TO 2210-EXIT
003750     END-IF.
003760     ADD WS-BIL-BILAMT TO WS-CN-BILCUR.
003770     IF WS-BIL-CURCOD = SPACES OR WS-BIL-CURCOD = "JPY"
003780        OR WS-BIL-EXCRAT = ZERO
003790         MOVE WS-BIL-BILAMT TO WS-BIL-JPY
003800     ELSE
003810         COMPUTE WS-BIL-JPY ROUNDED =
003820             WS-BIL-BILAMT * WS-BIL-EXCRAT
003830     END-IF.
003840     ADD WS-BIL-JPY TO WS-CN-BILLED.
003850     IF WS-BIL-DOCTYP NOT = "C"
003860        AND WS-BIL-DAYEND > WS-BILLED-THRU
003870         MOVE WS-BIL-DAYEND TO WS-BILLED-THRU
003880     END-IF.
003890     MOVE WS-BIL-DAYBGN TO WS-DATE-NUM.
003900     COMPUTE WS-BGN-INT =
003910         FUNCTION INTEGER-OF-DATE(WS-DATE-NUM).
003920     MOVE WS-BIL-DAYEND TO WS-DATE-NUM.
003930     COMPUTE WS-END-INT =
003940         FUNCTION INTEGER-OF-DATE(WS-DATE-NUM).
003950     COMPUTE WS-PER-DAYS = WS-END-INT - WS-BGN-INT.
003960     IF WS-PER-DAYS NOT > ZERO
003970        OR WS-END-INT NOT > WS-NEXT-INT
003980         GO TO 2210-EXIT
003990     END-IF.
004000     IF WS-BGN-INT > WS-NEXT-INT
004010         COMPUTE WS-OUT-DAYS = WS-END-INT - WS-BGN-INT
004020     ELSE
004030         COMPUTE WS-OUT-DAYS = WS-END-INT - WS-NEXT-INT
004040     END-IF.
004050     COMPUTE WS-BIL-UNEARN ROUNDED =
004060         WS-BIL-JPY * WS-OUT-DAYS / WS-PER-DAYS.
004070     ADD WS-BIL-UNEARN TO WS-CN-UNEARN.
004080 2210-EXIT.
004090     EXIT.
004100******************************************************
004110* 2300-ACCRUE-UNBILLED - SERVICE FROM THE END OF THE
004120*                        LAST BILLED PERIOD (ELSE
004130*                        PAYBGN) TO THE CLOSE, STOPPING
004140*                        AT PAYEND, AT THE CNTAMD LEAAMT IN
004150*                        FORCE PER PAYCYC CYCLE PRORATED BY
004160*                        DAYS. NOT FOR TERMINATED OR HELD
004170*                        CONTRACTS OR A SETTLED PAYOFF -
004180*                        BIL102 WILL NOT BILL THEM
004190******************************************************
004200 2300-ACCRUE-UNBILLED.
004210     IF PAY_GAFMST-CHCKYN = "Y"
004220        OR PAY_GAFMST-HOLSFT = "Y"
004230        OR PAY_GAFMST-PAYBGN > WS-CLOSE-DAY
004240         GO TO 2300-EXIT
004250     END-IF.
004260     EXEC SQL
004270         SELECT COUNT(*)
004280           INTO :WS-QOT-CNT
004290           FROM PAYQOT
004300          WHERE CNTNUM = :PAY_GAFMST-CNTNUM
004310            AND QOTSTS = 'S'
004320     END-EXEC.
004330     IF SQLCODE = 0 AND WS-QOT-CNT > ZERO
004340         GO TO 2300-EXIT
004350     END-IF.
004360     IF WS-BILLED-THRU = SPACES
004370        OR WS-BILLED-THRU < PAY_GAFMST-PAYBGN
004380         MOVE PAY_GAFMST-PAYBGN TO WS-DATE-NUM
004390     ELSE
004400         MOVE WS-BILLED-THRU TO WS-DATE-NUM
004410     END-IF.
004420     MOVE WS-DATE-NUM TO WS-CLP-DATE.
004430     MOVE WS-DATE-NUM TO WS-LEA-DATE.
004440     COMPUTE WS-BGN-INT =
004450         FUNCTION INTEGER-OF-DATE(WS-DATE-NUM).
004460     MOVE WS-NEXT-INT TO WS-CUT-INT.
004470     IF PAY_GAFMST-PAYEND NOT = SPACES
004480         MOVE PAY_GAFMST-PAYEND TO WS-DATE-NUM
004490         COMPUTE WS-END-INT =
004500             FUNCTION INTEGER-OF-DATE(WS-DATE-NUM)
004510         IF WS-END-INT < WS-CUT-INT
004520             MOVE WS-END-INT TO WS-CUT-INT
004530         END-IF
004540     END-IF.
004550     COMPUTE WS-ACR-DAYS = WS-CUT-INT - WS-BGN-INT.
004560     IF WS-ACR-DAYS NOT > ZERO
004570         GO TO 2300-EXIT
004580     END-IF.
004590     MOVE PAY_GAFMST-PAYCYC TO WS-CYC-MOS.
004600     IF WS-CYC-MOS = ZERO
004610         MOVE 1 TO WS-CYC-MOS
004620     END-IF.
004630     COMPUTE WS-MOS-NUM =
004640         (WS-CLP-YYYY * 12) + WS-CLP-MM - 1 + WS-CYC-MOS.
004650     COMPUTE WS-CLP-YYYY = WS-MOS-NUM / 12.
004660     COMPUTE WS-CLP-MM = WS-MOS-NUM - (WS-CLP-YYYY * 12) + 1.
004670     PERFORM 2350-CLAMP-DAY THRU 2350-EXIT.
004680     MOVE WS-CLP-DATE TO WS-DATE-NUM.
004690     COMPUTE WS-END-INT =
004700         FUNCTION INTEGER-OF-DATE(WS-DATE-NUM).
004710     COMPUTE WS-PER-DAYS = WS-END-INT - WS-BGN-INT.
004720     PERFORM 2360-ACCRUAL-RATE THRU 2360-EXIT.
004730     PERFORM 2370-LEAAMT-IN-FORCE THRU 2370-EXIT.
004740     COMPUTE WS-CN-ACCRUE ROUNDED =
004750         WS-LEA-AMT * WS-ACR-RATE
004760         * WS-ACR-DAYS / WS-PER-DAYS.
004770 2300-EXIT.
004780     EXIT.
004790******************************************************
004800* 2350-CLAMP-DAY - THE SPLICED CYCLE END CARRIES THE
004810*                  START'S DAY OF MONTH, WHICH MAY NOT
004820*                  EXIST IN THE TARGET MONTH - PULL IT
004830*                  BACK TO THE MONTH'S LAST DAY
004840******************************************************
004850 2350-CLAMP-DAY.
004860     IF WS-CLP-MM = 4 OR WS-CLP-MM = 6
004870        OR WS-CLP-MM = 9 OR WS-CLP-MM = 11
004880         MOVE 30 TO WS-CLP-MAX
004890     ELSE
004900         IF WS-CLP-MM = 2
004910             IF FUNCTION MOD(WS-CLP-YYYY, 4) = 0
004920                AND (FUNCTION MOD(WS-CLP-YYYY, 100) NOT = 0
004930                     OR FUNCTION MOD(WS-CLP-YYYY, 400) = 0)
004940                 MOVE 29 TO WS-CLP-MAX
004950             ELSE
004960                 MOVE 28 TO WS-CLP-MAX
004970             END-IF
004980         ELSE
004990             MOVE 31 TO WS-CLP-MAX
005000         END-IF
005010     END-IF.
005020     IF WS-CLP-DD > WS-CLP-MAX
005030         MOVE WS-CLP-MAX TO WS-CLP-DD
005040     END-IF.
005050 2350-EXIT.
005060     EXIT.
005070******************************************************
005080* 2360-ACCRUAL-RATE - YEN RATE FOR A FOREIGN-CURRENCY
005090*                     CONTRACT: THE LATEST FXRATE ON OR
005100*                     BEFORE THE CLOSE, AS BIL102 WOULD
005110*                     STAMP IT
005120******************************************************
005130 2360-ACCRUAL-RATE.
005140     MOVE 1 TO WS-ACR-RATE.
005150     IF PAY_GAFMST-CURCOD = SPACES
005160        OR PAY_GAFMST-CURCOD = "JPY"
005170         GO TO 2360-EXIT
005180     END-IF.
005190     EXEC SQL
005200         SELECT EXCRAT
005210           INTO :PAY_FXRATE-EXCRAT
005220           FROM FXRATE
005230          WHERE CURCOD = :PAY_GAFMST-CURCOD
005240            AND RATDAY =
005250                (SELECT MAX(RATDAY) FROM FXRATE
005260                  WHERE CURCOD = :PAY_GAFMST-CURCOD
005270                    AND RATDAY <= :WS-CLOSE-DAY)
005280     END-EXEC.
005290     IF SQLCODE = 0
005300         MOVE PAY_FXRATE-EXCRAT TO WS-ACR-RATE
005310     ELSE
005320         DISPLAY "PAY153 - NO FXRATE FOR "
005330                 PAY_GAFMST-CURCOD " " PAY_GAFMST-CNTNUM
005340     END-IF.
005350 2360-EXIT.
005360     EXIT.
005370******************************************************
005380* 2370-LEAAMT-IN-FORCE - LEAAMT ON WS-LEA-DATE: THE
005390*                        LATEST CNTAMD RATE EFFECTIVE BY
005400*                        THEN; BEFORE ANY, THE RATE THE
005410*                        FIRST APPLIED CHANGE AFTER IT
005420*                        REPLACED, ELSE GAFMST'S (BIL102
005430*                        2394)
005440******************************************************
005450 2370-LEAAMT-IN-FORCE.
005460     MOVE PAY_GAFMST-LEAAMT TO WS-LEA-AMT.
005470     EXEC SQL
005480         SELECT LEAAMT
005490           INTO :PAY_CNTAMD-LEAAMT
005500           FROM CNTAMD
005510          WHERE CNTNUM = :PAY_GAFMST-CNTNUM
005520            AND EFFDAY =
005530                (SELECT MAX(EFFDAY) FROM CNTAMD
005540                  WHERE CNTNUM = :PAY_GAFMST-CNTNUM
005550                    AND AMDSTS <> 'X'
005560                    AND LEAAMT <> 0
005570                    AND EFFDAY <= :WS-LEA-DATE)
005580     END-EXEC.
005590     IF SQLCODE = 0
005600         MOVE PAY_CNTAMD-LEAAMT TO WS-LEA-AMT
005610         GO TO 2370-EXIT
005620     END-IF.
005630     EXEC SQL
005640         SELECT OLDLEA
005650           INTO :PAY_CNTAMD-OLDLEA
005660           FROM CNTAMD
005670          WHERE CNTNUM = :PAY_GAFMST-CNTNUM
005680            AND EFFDAY =
005690                (SELECT MIN(EFFDAY) FROM CNTAMD
005700                  WHERE CNTNUM = :PAY_GAFMST-CNTNUM
005710                    AND AMDSTS = 'A'
005720                    AND LEAAMT <> 0
005730                    AND EFFDAY > :WS-LEA-DATE)
005740     END-EXEC.
005750     IF SQLCODE = 0
005760         MOVE PAY_CNTAMD-OLDLEA TO WS-LEA-AMT
005770     END-IF.
005780 2370-EXIT.
005790     EXIT.
005800******************************************************
005810* 2400-LOOKUP-MAP - REVENUE ACCOUNT AND COST CENTER
005820*                   FOR THIS DIVCOD/EXPCOD
005830******************************************************
005840 2400-LOOKUP-MAP.
005850     MOVE "N" TO WS-MAP-OK-SW.
005860     EXEC SQL
005870         SELECT GLACCT, CSTCTR
005880           INTO :PAY_GLAMAP-GLACCT, :PAY_GLAMAP-CSTCTR
005890           FROM GLAMAP
005900          WHERE DIVCOD = :WS-PREV-DIVCOD
005910            AND EXPCOD = :WS-PREV-EXPCOD
005920     END-EXEC.
005930     IF SQLCODE = 0
005940         MOVE "Y" TO WS-MAP-OK-SW.
005950 2400-EXIT.
005960     EXIT.
005970******************************************************
005980* 2500-WRITE-GROUP - JOURNAL THE GROUP'S DEFERRAL AND
005990*                    ACCRUAL AT THE CLOSE AND REVERSE
006000*                    BOTH ON THE FIRST DAY OF THE NEXT
006010*                    MONTH:
006020*                      DR REVENUE     CR UNEARNED
006030*                      DR ACCRUED     CR REVENUE
006040******************************************************
006050 2500-WRITE-GROUP.
006060     PERFORM 2400-LOOKUP-MAP THRU 2400-EXIT.
006070     MOVE WS-PREV-DIVCOD TO GL-DIVCOD.
006080     MOVE WS-PREV-EXPCOD TO GL-EXPCOD.
006090     IF NOT WS-MAP-OK
006100         IF WS-EX-UNEARN NOT = ZERO
006110            OR WS-EX-ACCRUE NOT = ZERO
006120             ADD 1 TO WS-UNMAP-CNT
006130             ADD WS-EX-UNEARN TO WS-UNMAP-UNEARN
006140             ADD WS-EX-ACCRUE TO WS-UNMAP-ACCRUE
006150             MOVE WS-PREV-DIVCOD TO UM-DIVCOD
006160             MOVE WS-PREV-EXPCOD TO UM-EXPCOD
006170             WRITE PAY153-RPT-REC FROM WS-UNMAP-LINE
006180         END-IF
006190         MOVE SPACES TO GL-GLACCT
006200     ELSE
006210         MOVE PAY_GLAMAP-GLACCT TO GL-GLACCT
006220         MOVE PAY_GLAMAP-GLACCT TO WS-JR-DR-ACCT
006230         MOVE WS-UNE-ACCT TO WS-JR-CR-ACCT
006240         MOVE WS-EX-UNEARN TO WS-JR-AMT
006250         PERFORM 2600-WRITE-PAIR THRU 2600-EXIT
006260         MOVE WS-ACR-ACCT TO WS-JR-DR-ACCT
006270         MOVE PAY_GLAMAP-GLACCT TO WS-JR-CR-ACCT
006280         MOVE WS-EX-ACCRUE TO WS-JR-AMT
006290         PERFORM 2600-WRITE-PAIR THRU 2600-EXIT
006300     END-IF.
006310     MOVE WS-EX-BILLED TO GL-BILLED.
006320     MOVE WS-EX-UNEARN TO GL-UNEARN.
006330     MOVE WS-EX-ACCRUE TO GL-ACCRUE.
006340     COMPUTE GL-EARNED =
006350         WS-EX-BILLED - WS-EX-UNEARN + WS-EX-ACCRUE.
006360     WRITE PAY153-RPT-REC FROM WS-GROUP-LINE.
006370     ADD WS-EX-BILLED TO WS-GR-BILLED.
006380     ADD WS-EX-UNEARN TO WS-GR-UNEARN.
006390     ADD WS-EX-ACCRUE TO WS-GR-ACCRUE.
006400     MOVE ZERO TO WS-EX-BILLED WS-EX-UNEARN WS-EX-ACCRUE.
006410 2500-EXIT.
006420     EXIT.
006430******************************************************
006440* 2600-WRITE-PAIR - DR/CR PAIR AT THE CLOSE, THEN THE
006450*                   SAME PAIR REVERSED ON THE FIRST OF
006460*                   THE NEXT MONTH
006470******************************************************
006480 2600-WRITE-PAIR.
006490     IF WS-JR-AMT = ZERO
006500         GO TO 2600-EXIT
006510     END-IF.
006520     MOVE WS-CLOSE-DAY TO WS-JR-DAY.
006530     PERFORM 2650-WRITE-ENTRY THRU 2650-EXIT.
006540     MOVE WS-REVERSE-DAY TO WS-JR-DAY.
006550     MOVE WS-JR-DR-ACCT TO JR-GLACCT.
006560     MOVE WS-JR-CR-ACCT TO WS-JR-DR-ACCT.
006570     MOVE JR-GLACCT TO WS-JR-CR-ACCT.
006580     PERFORM 2650-WRITE-ENTRY THRU 2650-EXIT.
006590 2600-EXIT.
006600     EXIT.
006610 2650-WRITE-ENTRY.
006620     MOVE WS-JR-DR-ACCT TO JR-GLACCT.
006630     MOVE PAY_GLAMAP-CSTCTR TO JR-CSTCTR.
006640     MOVE "D" TO JR-DRCR.
006650     MOVE WS-JR-AMT TO JR-AMOUNT.
006660     MOVE WS-PREV-DIVCOD TO JR-DIVCOD.
006670     MOVE WS-PREV-EXPCOD TO JR-EXPCOD.
006680     MOVE WS-JR-DAY TO JR-PSTDAY.
006690     WRITE ACRJRN-REC.
006700     ADD WS-JR-AMT TO WS-DR-TOTAL.
006710     MOVE WS-JR-CR-ACCT TO JR-GLACCT.
006720     MOVE "C" TO JR-DRCR.
006730     WRITE ACRJRN-REC.
006740     ADD WS-JR-AMT TO WS-CR-TOTAL.
006750 2650-EXIT.
006760     EXIT.
006770******************************************************
006780* 3000-TERMINATE - FINAL GROUP, PROOF AND VERDICTS
006790******************************************************
006800 3000-TERMINATE.
006810     IF NOT WS-FIRST-ROW
006820         PERFORM 2500-WRITE-GROUP THRU 2500-EXIT
006830     END-IF.
006840     MOVE "TOTAL " TO GL-LABEL.
006850     MOVE SPACES TO GL-KEY GL-GLACCT.
006860     MOVE WS-GR-BILLED TO GL-BILLED.
006870     MOVE WS-GR-UNEARN TO GL-UNEARN.
006880     MOVE WS-GR-ACCRUE TO GL-ACCRUE.
006890     COMPUTE GL-EARNED =
006900         WS-GR-BILLED - WS-GR-UNEARN + WS-GR-ACCRUE.
006910     WRITE PAY153-RPT-REC FROM WS-GROUP-LINE.
006920     PERFORM 3100-RECONCILE THRU 3100-EXIT.
006930     MOVE WS-DR-TOTAL TO PF-DEBITS.
006940     MOVE WS-CR-TOTAL TO PF-CREDITS.
006950     WRITE PAY153-RPT-REC FROM WS-PROOF-LINE.
006960     IF WS-DR-TOTAL = WS-CR-TOTAL
006970        AND WS-UNMAP-CNT = ZERO
006980         MOVE "JOURNAL BALANCED - RELEASE" TO VD-TEXT
006990     ELSE
007000         MOVE "JOURNAL NOT BALANCED - HOLD" TO VD-TEXT
007010         MOVE "F" TO WS-RC-STS
007020     END-IF.
007030     WRITE PAY153-RPT-REC FROM WS-VERDICT-LINE.
007040     PERFORM 3050-REGISTER-END THRU 3050-EXIT.
007050     EXEC SQL
007060         COMMIT
007070     END-EXEC.
007080     EXEC SQL
007090         CLOSE ACRCNT-CSR
007100     END-EXEC.
007110     CLOSE PARM-FILE.
007120     CLOSE ACRJRN-FILE.
007130     CLOSE PAY153-RPT.
007140 3000-EXIT.
007150     EXIT.
007160******************************************************
007170* 3100-RECONCILE - BILLED TOTAL AGAINST THE LEASE
007180*                  REVENUE PAY116 CREDITED (ITS ROLLUP
007190*                  SELECTION), THEN FROM BILLED TO
007200*                  EARNED AT THE CLOSE
007210******************************************************
007220 3100-RECONCILE.
007230     EXEC SQL
007240         SELECT COUNT(*)
007250           INTO :WS-SUM-CNT
007260           FROM GAFMST
007270          WHERE NOT EXISTS
007280                (SELECT 1 FROM WRTOFF W
007290                  WHERE W.CNTNUM = GAFMST.CNTNUM
007300                    AND W.WOFSTS = 'O')
007310     END-EXEC.
007320     IF WS-SUM-CNT = ZERO
007330         MOVE ZERO TO WS-REV-TOTAL
007340     ELSE
007350         EXEC SQL
007360             SELECT SUM(TRNAMT)
007370               INTO :WS-REV-TOTAL
007380               FROM GAFMST
007390              WHERE NOT EXISTS
007400                    (SELECT 1 FROM WRTOFF W
007410                      WHERE W.CNTNUM = GAFMST.CNTNUM
007420                        AND W.WOFSTS = 'O')
007430         END-EXEC
007440     END-IF.
007450     MOVE "BILLED TO THE CLOSE (BILL CURRENCY)" TO RL-LABEL.
007460     MOVE WS-GR-BILCUR TO RL-AMT.
007470     WRITE PAY153-RPT-REC FROM WS-REC-LINE.
007480     MOVE "PAY116 LEASE REVENUE CREDITED" TO RL-LABEL.
007490     MOVE WS-REV-TOTAL TO RL-AMT.
007500     WRITE PAY153-RPT-REC FROM WS-REC-LINE.
007510     COMPUTE WS-DIF-TOTAL = WS-GR-BILCUR - WS-REV-TOTAL.
007520     MOVE "DIFFERENCE" TO RL-LABEL.
007530     MOVE WS-DIF-TOTAL TO RL-AMT.
007540     WRITE PAY153-RPT-REC FROM WS-REC-LINE.
007550     IF WS-DIF-TOTAL = ZERO
007560         MOVE "BILLED TOTAL TIES TO PAY116" TO VD-TEXT
007570     ELSE
007580         MOVE "BILLED TOTAL DOES NOT TIE TO PAY116"
007590             TO VD-TEXT
007600     END-IF.
007610     WRITE PAY153-RPT-REC FROM WS-VERDICT-LINE.
007620     MOVE "YEN TRANSLATION AT STAMPED EXCRAT" TO RL-LABEL.
007630     COMPUTE RL-AMT = WS-GR-BILLED - WS-GR-BILCUR.
007640     WRITE PAY153-RPT-REC FROM WS-REC-LINE.
007650     MOVE "BILLED TO THE CLOSE (YEN)" TO RL-LABEL.
007660     MOVE WS-GR-BILLED TO RL-AMT.
007670     WRITE PAY153-RPT-REC FROM WS-REC-LINE.
007680     MOVE "LESS UNEARNED AFTER THE CLOSE" TO RL-LABEL.
007690     COMPUTE RL-AMT = ZERO - WS-GR-UNEARN.
007700     WRITE PAY153-RPT-REC FROM WS-REC-LINE.
007710     MOVE "ADD ACCRUED NOT YET BILLED" TO RL-LABEL.
007720     MOVE WS-GR-ACCRUE TO RL-AMT.
007730     WRITE PAY153-RPT-REC FROM WS-REC-LINE.
007740     MOVE "LEASE REVENUE EARNED TO THE CLOSE" TO RL-LABEL.
007750     COMPUTE RL-AMT =
007760         WS-GR-BILLED - WS-GR-UNEARN + WS-GR-ACCRUE.
007770     WRITE PAY153-RPT-REC FROM WS-REC-LINE.
007780     IF WS-UNMAP-CNT NOT = ZERO
007790         MOVE "UNMAPPED UNEARNED NOT JOURNALED" TO RL-LABEL
007800         MOVE WS-UNMAP-UNEARN TO RL-AMT
007810         WRITE PAY153-RPT-REC FROM WS-REC-LINE
007820         MOVE "UNMAPPED ACCRUED NOT JOURNALED" TO RL-LABEL
007830         MOVE WS-UNMAP-ACCRUE TO RL-AMT
007840         WRITE PAY153-RPT-REC FROM WS-REC-LINE
007850     END-IF.
007860 3100-EXIT.
007870     EXIT.
007880******************************************************
007890* 1050-REGISTER-START - RUNCTL RUN CONTROL: PAY116
007900*                       MUST HAVE JOURNALED CLEAN ON
007910*                       OR AFTER THE CLOSE DAY, NO
007920*                       DUPLICATE RUN FOR THE DATE
007930******************************************************
007940 1050-REGISTER-START.
007950     EXEC SQL
007960         SELECT COUNT(*)
007970           INTO :WS-RUN-CNT
007980           FROM RUNCTL
007990          WHERE PGMNAM = 'PAY116'
008000            AND BUSDAY >= :WS-CLOSE-DAY
008010            AND RUNSTS = 'C'
008020     END-EXEC.
008030     IF SQLCODE NOT = 0 OR WS-RUN-CNT = ZERO
008040         DISPLAY "PAY153 - PAY116 NOT COMPLETE CLEAN FOR "
008050                 WS-CLOSE-DAY
008060         PERFORM 1090-REFUSE-START THRU 1090-EXIT
008070     END-IF.
008080     EXEC SQL
008090         SELECT RUNSTS
008100           INTO :WS-RC-STS
008110           FROM RUNCTL
008120          WHERE PGMNAM = 'PAY153'
008130            AND BUSDAY = :WS-TODAY
008140     END-EXEC.
008150     IF SQLCODE = 0
008160         DISPLAY "PAY153 - ALREADY RUN FOR " WS-TODAY
008170                 " - PAY129 OVERRIDE REQUIRED"
008180         PERFORM 1090-REFUSE-START THRU 1090-EXIT
008190     END-IF.
008200     MOVE "C" TO WS-RC-STS.
008210     EXEC SQL
008220         INSERT INTO RUNCTL
008230             (PGMNAM, BUSDAY, STRDAY, STRTIM, ENDDAY,
008240              ENDTIM, RUNSTS, EXCCNT)
008250         VALUES
008260             ('PAY153', :WS-TODAY, :WS-TODAY,
008270              :WS-NOWTIME, ' ', ' ', 'R', 0)
008280     END-EXEC.
008290     EXEC SQL
008300         COMMIT
008310     END-EXEC.
008320 1050-EXIT.
008330     EXIT.
008340******************************************************
008350* 1090-REFUSE-START - THE RUN MAY NOT PROCEED. A
008360*                     DELIBERATE RERUN NEEDS A PAY129
008370*                     OPERATOR OVERRIDE FIRST
008380******************************************************
008390 1090-REFUSE-START.
008400     MOVE 16 TO RETURN-CODE.
008410     STOP RUN.
008420 1090-EXIT.
008430     EXIT.
008440******************************************************
008450* 3050-REGISTER-END - CLOSE THE RUNCTL ROW OUT WITH
008460*                     THE FINAL STATUS IN WS-RC-STS
008470******************************************************
008480 3050-REGISTER-END.
008490     ACCEPT WS-NOWTIME FROM TIME.
008500     EXEC SQL
008510         UPDATE RUNCTL
008520            SET ENDDAY = :WS-TODAY,
008530                ENDTIM = :WS-NOWTIME,
008540                RUNSTS = :WS-RC-STS,
008550                EXCCNT = :WS-UNMAP-CNT
008560          WHERE PGMNAM = 'PAY153'
008570            AND BUSDAY = :WS-TODAY
008580     END-EXEC.
008590 3050-EXIT.
008600     EXIT.
