000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. PAY140.
000030 AUTHOR. K.SATO.
000040 INSTALLATION. SYSTEM DEVELOPMENT DEPT.
000050 DATE-WRITTEN. 2026-09-14.
000060 DATE-COMPILED.
000070******************************************************
000080* MODIFICATION HISTORY
000090*  2026-09-14  K.SATO   INITIAL VERSION - EARLY-
000100*                       TERMINATION PAYOFF QUOTE. ONE
000110*                       CARD PER CNTNUM AND PROPOSED
000120*                       TERMINATION DATE. THE UNBILLED
000130*                       PERIODS TO PAYEND ARE PRICED THE
000140*                       BIL102 WAY (CNTAMD TERMS IN
000150*                       FORCE, SHORT FINAL PERIOD) AND
000160*                       DISCOUNTED BACK TO THE
000170*                       TERMINATION DATE AT THE PARM
000180*                       RATE; TAX, UNBILLED LATAMT AND
000190*                       THE OPEN BILITM BALANCE ARE ADDED
000200*                       AND THE HELD DEPMST DEPOSIT AND
000210*                       OPEN CRDBAL CREDIT TAKEN OFF. THE
000220*                       QUOTE IS KEPT ON PAYQOT (ANY
000230*                       EARLIER OPEN QUOTE SUPERSEDED)
000240*                       AND A DATED LETTER IMAGE WITH ITS
000250*                       VALIDITY DATE GOES TO QOTLTROU.
000260*                       PAY141 SETTLES AN ACCEPTED QUOTE
000270*  2026-10-15  K.SATO   THE PAYOFF IS TAXED AT THE TAXTAB
000280*                       RATE IN FORCE ON THE TERMINATION
000290*                       DATE, NOT THE QUOTE DATE
000300******************************************************
000310 ENVIRONMENT DIVISION.
000320 INPUT-OUTPUT SECTION.
000330 FILE-CONTROL.
000340     SELECT PARM-FILE ASSIGN TO QOTPARM.
000350     SELECT QOTREQ-FILE ASSIGN TO QOTREQIN.
000360     SELECT QOTLTR-FILE ASSIGN TO QOTLTROU.
000370     SELECT PAY140-RPT ASSIGN TO PAY140RP.
000380 DATA DIVISION.
000390 FILE SECTION.
000400 FD  PARM-FILE
000410     RECORDING MODE IS F
000420     LABEL RECORDS ARE STANDARD.
000430 01  PARM-REC.
000440     03 PARM-DSC-RATE    PIC 9(002)V9(003).
000450     03 PARM-VLD-DAYS    PIC 9(003).
000460 FD  QOTREQ-FILE
000470     RECORDING MODE IS F
000480     LABEL RECORDS ARE STANDARD.
000490 01  QOTREQ-REC.
000500     03 QR-CNTNUM        PIC X(009).
000510     03 QR-TRMDAY        PIC X(008).
000520     03 QR-PSN           PIC X(004).
000530 FD  QOTLTR-FILE
000540     RECORDING MODE IS F
000550     LABEL RECORDS ARE STANDARD.
000560 01  QOTLTR-REC                  PIC X(080).
000570 FD  PAY140-RPT
000580     RECORDING MODE IS F
000590     LABEL RECORDS ARE STANDARD.
000600 01  PAY140-RPT-REC              PIC X(080).
000610 WORKING-STORAGE SECTION.
000620     EXEC SQL INCLUDE SQLCA END-EXEC.
000630     EXEC SQL INCLUDE PAY_GAFMST END-EXEC.
000640     EXEC SQL INCLUDE PAY_CNTAMD END-EXEC.
000650     EXEC SQL INCLUDE PAY_PAYQOT END-EXEC.
000660     EXEC SQL INCLUDE PAY_BILITM END-EXEC.
000670     EXEC SQL INCLUDE PAY_DEPMST END-EXEC.
000680     EXEC SQL INCLUDE PAY_CRDBAL END-EXEC.
000690     EXEC SQL INCLUDE PAY_WRTOFF END-EXEC.
000700     EXEC SQL INCLUDE PAY_APRQUE END-EXEC.
000710     EXEC SQL INCLUDE PAY_TAXTAB END-EXEC.
000720     EXEC SQL INCLUDE PAY_CLTMST END-EXEC.
000730 77  WS-EOF-SW           PIC X(001) VALUE "N".
000740     88 WS-EOF                      VALUE "Y".
000750 77  WS-FOUND-SW         PIC X(001) VALUE "N".
000760     88 WS-FOUND                    VALUE "Y".
000770 77  WS-PRD-DONE-SW      PIC X(001).
000780     88 WS-PRD-DONE                 VALUE "Y".
000790 77  WS-LEA-EOF-SW       PIC X(001).
000800     88 WS-LEA-EOF                  VALUE "Y".
000810 77  WS-TODAY            PIC X(008).
000820 77  WS-NOWTIME          PIC X(006).
000830 77  WS-TODAY-NUM        PIC 9(008).
000840 77  WS-TODAY-INT        PIC 9(007).
000850 77  WS-TRM-NUM          PIC 9(008).
000860 77  WS-TRM-INT          PIC 9(007).
000870 77  WS-VLD-INT          PIC 9(007).
000880 77  WS-VLD-NUM          PIC 9(008).
000890 77  WS-REJ-RSN          PIC X(020).
000900 77  WS-PEND-CNT         PIC S9(005) COMP-3.
000910 77  WS-OPN-CNT          PIC S9(007) COMP-3.
000920 77  WS-PRD-CNT          PIC S9(003) COMP-3.
000930 77  WS-TAX-RATE         PIC S9(002)V9(1) COMP-3.
000940 77  WS-DSC-DAYS         PIC S9(005) COMP-3.
000950 77  WS-DSC-CHARGE       PIC S9(013) COMP-3.
000960 77  WS-BGN-YYYY         PIC 9(004).
000970 77  WS-BGN-MM           PIC 9(002).
000980 77  WS-BGN-DD           PIC X(002).
000990 77  WS-CYC-MOS          PIC 9(002).
001000 77  WS-BASE-MOS         PIC 9(006).
001010 77  WS-DUE-MOS          PIC 9(006).
001020 77  WS-DUE-YYYY         PIC 9(004).
001030 77  WS-DUE-MM           PIC 9(002).
001040 77  WS-PER-MOS          PIC 9(006).
001050 77  WS-PER-YYYY         PIC 9(004).
001060 77  WS-PER-MM           PIC 9(002).
001070 01  WS-PER-DATE.
001080     03 WS-PER-DATE-YYYY PIC 9(004).
001090     03 WS-PER-DATE-MM   PIC 9(002).
001100     03 WS-PER-DATE-DD   PIC X(002).
001110 01  WS-DUE-DATE.
001120     03 WS-DUE-DATE-YYYY PIC 9(004).
001130     03 WS-DUE-DATE-MM   PIC 9(002).
001140     03 WS-DUE-DATE-DD   PIC X(002).
001150 77  WS-RAW-DUE          PIC X(008).
001160 77  WS-CLP-MAX          PIC 9(002).
001170 01  WS-CLP-DATE.
001180     03 WS-CLP-YYYY      PIC 9(004).
001190     03 WS-CLP-MM        PIC 9(002).
001200     03 WS-CLP-DD        PIC 9(002).
001210 77  WS-BIL-BGN          PIC X(008).
001220 77  WS-BIL-END          PIC X(008).
001230 77  WS-DATE-NUM         PIC 9(008).
001240 77  WS-PER-INT          PIC 9(007).
001250 77  WS-RAWDUE-INT       PIC 9(007).
001260 77  WS-BILEND-INT       PIC 9(007).
001270 77  WS-BILBGN-INT       PIC 9(007).
001280 77  WS-SEG-START-INT    PIC 9(007).
001290 77  WS-BND-INT          PIC 9(007).
001300 77  WS-FULL-DAYS        PIC S9(005) COMP-3.
001310 77  WS-BILL-DAYS        PIC S9(005) COMP-3.
001320 77  WS-SEG-DAYS         PIC S9(005) COMP-3.
001330 77  WS-CYC-CHARGE       PIC S9(013) COMP-3.
001340 77  WS-SEG-CHARGE       PIC S9(013) COMP-3.
001350 77  WS-ANC-DATE         PIC X(008).
001360 77  WS-ANC-CNT          PIC S9(003) COMP-3.
001370 77  WS-TRM-PAYEND       PIC X(008).
001380 77  WS-LEA-DATE         PIC X(008).
001390 77  WS-LEA-AMT          PIC S9(013) COMP-3.
001400 77  WS-LEA-BNDS         PIC S9(005) COMP-3.
001410 77  WS-ACC-CNT          PIC S9(007) COMP-3 VALUE ZERO.
001420 77  WS-REJ-CNT          PIC S9(007) COMP-3 VALUE ZERO.
001430 01  WS-LTR-HEAD-LINE.
001440     03 FILLER           PIC X(030) VALUE
001450         "EARLY TERMINATION PAYOFF QUOTE".
001460     03 FILLER           PIC X(012) VALUE "  QUOTE NO. ".
001470     03 LH-QOTNUM        PIC 9(007).
001480     03 FILLER           PIC X(008) VALUE "  DATED ".
001490     03 LH-QOTDAY        PIC X(008).
001500     03 FILLER           PIC X(015) VALUE SPACES.
001510 01  WS-LTR-NAME-LINE.
001520     03 FILLER           PIC X(003) VALUE SPACES.
001530     03 LN-PAYNAM        PIC X(060).
001540     03 FILLER           PIC X(017) VALUE SPACES.
001550 01  WS-LTR-ADR-LINE.
001560     03 FILLER           PIC X(003) VALUE SPACES.
001570     03 LD-ADRTXT        PIC X(042).
001580     03 FILLER           PIC X(035) VALUE SPACES.
001590 01  WS-LTR-CNT-LINE.
001600     03 FILLER           PIC X(010) VALUE "CONTRACT  ".
001610     03 LC-CNTNUM        PIC X(009).
001620     03 FILLER           PIC X(020) VALUE
001630         "  TERMINATION DATE  ".
001640     03 LC-TRMDAY        PIC X(008).
001650     03 FILLER           PIC X(033) VALUE SPACES.
001660 01  WS-LTR-VLD-LINE.
001670     03 FILLER           PIC X(028) VALUE
001680         "THIS QUOTE IS VALID THROUGH ".
001690     03 LV-VLDDAY        PIC X(008).
001700     03 FILLER           PIC X(044) VALUE SPACES.
001710 01  WS-LTR-PRD-LINE.
001720     03 FILLER           PIC X(030) VALUE
001730         "REMAINING RENTAL PERIODS".
001740     03 LP-RMNCNT        PIC ZZ9.
001750     03 FILLER           PIC X(014) VALUE "  UNDISCOUNTED".
001760     03 LP-RMNAMT        PIC -(011)9.99.
001770     03 FILLER           PIC X(018) VALUE SPACES.
001780 01  WS-LTR-AMT-LINE.
001790     03 FILLER           PIC X(003) VALUE SPACES.
001800     03 LA-LABEL         PIC X(030).
001810     03 LA-AMOUNT        PIC -(011)9.99.
001820     03 FILLER           PIC X(032) VALUE SPACES.
001830 01  WS-LTR-SEP-LINE.
001840     03 FILLER           PIC X(080) VALUE ALL "=".
001850 01  WS-DETAIL-LINE.
001860     03 DL-RESULT        PIC X(009).
001870     03 FILLER           PIC X(002) VALUE SPACES.
001880     03 DL-CNTNUM        PIC X(009).
001890     03 FILLER           PIC X(002) VALUE SPACES.
001900     03 DL-QOTNUM        PIC Z(006)9.
001910     03 FILLER           PIC X(002) VALUE SPACES.
001920     03 DL-PAYOFF        PIC -(011)9.
001930     03 FILLER           PIC X(002) VALUE SPACES.
001940     03 DL-REASON        PIC X(020).
001950     03 FILLER           PIC X(015) VALUE SPACES.
001960 01  WS-TOTAL-LINE.
001970     03 FILLER           PIC X(009) VALUE "QUOTED   ".
001980     03 TL-ACCEPT        PIC -(007)9.
001990     03 FILLER           PIC X(011) VALUE "  REJECTED ".
002000     03 TL-REJECT        PIC -(007)9.
002010     03 FILLER           PIC X(044) VALUE SPACES.
002020******************************************************
002030* PROCEDURE DIVISION
002040******************************************************
002050 PROCEDURE DIVISION.
002060 0000-MAINLINE.
002070     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002080     PERFORM 2000-PROCESS-REQUEST THRU 2000-EXIT
002090         UNTIL WS-EOF.
002100     PERFORM 3000-TERMINATE THRU 3000-EXIT.
002110     STOP RUN.
002120******************************************************
002130* 1000-INITIALIZE - PARM CARD, OPEN FILES, PRIME THE
002140*                   FIRST READ
002150******************************************************
002160 1000-INITIALIZE.
002170     OPEN INPUT PARM-FILE.
002180     OPEN INPUT QOTREQ-FILE.
002190     OPEN OUTPUT QOTLTR-FILE.
002200     OPEN OUTPUT PAY140-RPT.
002210     ACCEPT WS-TODAY FROM DATE YYYYMMDD.
002220     ACCEPT WS-NOWTIME FROM TIME.
002230     MOVE WS-TODAY TO WS-TODAY-NUM.
002240     COMPUTE WS-TODAY-INT =
002250         FUNCTION INTEGER-OF-DATE(WS-TODAY-NUM).
002260     READ PARM-FILE
002270         AT END DISPLAY "PAY140 - MISSING PARAMETER CARD"
002280            MOVE "Y" TO WS-EOF-SW
002290            GO TO 1000-EXIT
002300     END-READ.
002310     COMPUTE WS-VLD-INT = WS-TODAY-INT + PARM-VLD-DAYS.
002320     COMPUTE WS-VLD-NUM =
002330         FUNCTION DATE-OF-INTEGER(WS-VLD-INT).
002340     READ QOTREQ-FILE
002350         AT END MOVE "Y" TO WS-EOF-SW
002360     END-READ.
002370 1000-EXIT.
002380     EXIT.
002390******************************************************
002400* 2000-PROCESS-REQUEST - VALIDATE, PRICE, RECORD AND
002410*                        PRINT ONE QUOTE
002420******************************************************
002430 2000-PROCESS-REQUEST.
002440     MOVE SPACES TO WS-REJ-RSN.
002450     PERFORM 2100-LOOKUP-CONTRACT THRU 2100-EXIT.
002460     IF NOT WS-FOUND
002470         MOVE "CNTNUM NOT ON FILE" TO WS-REJ-RSN
002480         PERFORM 2900-WRITE-REJECT THRU 2900-EXIT
002490         GO TO 2000-NEXT
002500     END-IF.
002510     PERFORM 2150-EDIT-REQUEST THRU 2150-EXIT.
002520     IF WS-REJ-RSN NOT = SPACES
002530         PERFORM 2900-WRITE-REJECT THRU 2900-EXIT
002540         GO TO 2000-NEXT
002550     END-IF.
002560     MOVE ZERO TO PAY_PAYQOT-RMNCNT PAY_PAYQOT-RMNAMT
002570                  PAY_PAYQOT-DSCAMT.
002580     MOVE PAY_GAFMST-PAYCNT TO WS-PRD-CNT.
002590     MOVE "N" TO WS-PRD-DONE-SW.
002600     PERFORM 2200-PRICE-PERIOD THRU 2200-EXIT
002610         UNTIL WS-PRD-DONE.
002620     IF PAY_PAYQOT-RMNCNT = ZERO
002630         MOVE "NO UNBILLED PERIODS" TO WS-REJ-RSN
002640         PERFORM 2900-WRITE-REJECT THRU 2900-EXIT
002650         GO TO 2000-NEXT
002660     END-IF.
002670     PERFORM 2500-GET-TAX-RATE THRU 2500-EXIT.
002680     COMPUTE PAY_PAYQOT-DSCTAX ROUNDED =
002690         PAY_PAYQOT-DSCAMT * WS-TAX-RATE / 100.
002700     PERFORM 2600-COLLECT-BALANCES THRU 2600-EXIT.
002710     COMPUTE PAY_PAYQOT-PAYOFF =
002720         PAY_PAYQOT-DSCAMT + PAY_PAYQOT-DSCTAX
002730         + PAY_PAYQOT-LATAMT + PAY_PAYQOT-OPNAMT
002740         - PAY_PAYQOT-DEPAMT - PAY_PAYQOT-CRDAMT.
002750     PERFORM 2700-RECORD-QUOTE THRU 2700-EXIT.
002760     PERFORM 2800-WRITE-LETTER THRU 2800-EXIT.
002770     ADD 1 TO WS-ACC-CNT.
002780     MOVE "QUOTED" TO DL-RESULT.
002790     MOVE PAY_PAYQOT-QOTNUM TO DL-QOTNUM.
002800     MOVE PAY_PAYQOT-PAYOFF TO DL-PAYOFF.
002810     PERFORM 2950-WRITE-DETAIL THRU 2950-EXIT.
002820 2000-NEXT.
002830     READ QOTREQ-FILE
002840         AT END MOVE "Y" TO WS-EOF-SW
002850     END-READ.
002860 2000-EXIT.
002870     EXIT.
002880******************************************************
002890* 2100-LOOKUP-CONTRACT - THE MASTER ROW BEING QUOTED
002900******************************************************
002910 2100-LOOKUP-CONTRACT.
002920     MOVE "N" TO WS-FOUND-SW.
002930     EXEC SQL
002940         SELECT CNTNUM, PAYCLT, PAYNAM, PAYBGN, PAYCYC,
002950                PAYCNT, PAYEND, LEAAMT, LATAMT, TAXRAT,
002960                CHCKYN
002970           INTO :PAY_GAFMST-CNTNUM, :PAY_GAFMST-PAYCLT,
002980                :PAY_GAFMST-PAYNAM, :PAY_GAFMST-PAYBGN,
002990                :PAY_GAFMST-PAYCYC, :PAY_GAFMST-PAYCNT,
003000                :PAY_GAFMST-PAYEND, :PAY_GAFMST-LEAAMT,
003010                :PAY_GAFMST-LATAMT, :PAY_GAFMST-TAXRAT,
003020                :PAY_GAFMST-CHCKYN
003030           FROM GAFMST
003040          WHERE CNTNUM = :QR-CNTNUM
003050     END-EXEC.
003060     IF SQLCODE = 0
003070         MOVE "Y" TO WS-FOUND-SW.
003080 2100-EXIT.
003090     EXIT.
003100******************************************************
003110* 2150-EDIT-REQUEST - ONLY A LIVE CONTRACT, NOT WRITTEN
003120*                     OFF OR ALREADY GOING THROUGH A
003130*                     TERMINATION, ENDING STRICTLY
003140*                     BETWEEN TODAY AND ITS PAYEND
003150******************************************************
003160 2150-EDIT-REQUEST.
003170     IF PAY_GAFMST-CHCKYN = "Y"
003180         MOVE "CONTRACT CLOSED" TO WS-REJ-RSN
003190         GO TO 2150-EXIT
003200     END-IF.
003210     IF PAY_GAFMST-PAYEND = SPACES
003220         MOVE "NO PAYEND ON FILE" TO WS-REJ-RSN
003230         GO TO 2150-EXIT
003240     END-IF.
003250     IF QR-TRMDAY NOT NUMERIC
003260         MOVE "BAD TERMINATION DATE" TO WS-REJ-RSN
003270         GO TO 2150-EXIT
003280     END-IF.
003290     MOVE QR-TRMDAY TO WS-CLP-DATE.
003300     IF WS-CLP-MM < 1 OR WS-CLP-MM > 12 OR WS-CLP-DD < 1
003310         MOVE "BAD TERMINATION DATE" TO WS-REJ-RSN
003320         GO TO 2150-EXIT
003330     END-IF.
003340     PERFORM 2210-CLAMP-DAY THRU 2210-EXIT.
003350     IF WS-CLP-DATE NOT = QR-TRMDAY
003360         MOVE "BAD TERMINATION DATE" TO WS-REJ-RSN
003370         GO TO 2150-EXIT
003380     END-IF.
003390     IF QR-TRMDAY < WS-TODAY
003400         MOVE "TERMINATION IN PAST" TO WS-REJ-RSN
003410         GO TO 2150-EXIT
003420     END-IF.
003430     IF QR-TRMDAY NOT < PAY_GAFMST-PAYEND
003440         MOVE "NOT BEFORE PAYEND" TO WS-REJ-RSN
003450         GO TO 2150-EXIT
003460     END-IF.
003470     MOVE QR-TRMDAY TO WS-TRM-NUM.
003480     COMPUTE WS-TRM-INT =
003490         FUNCTION INTEGER-OF-DATE(WS-TRM-NUM).
003500     EXEC SQL
003510         SELECT CNTNUM
003520           INTO :PAY_WRTOFF-CNTNUM
003530           FROM WRTOFF
003540          WHERE CNTNUM = :QR-CNTNUM
003550            AND WOFSTS = 'O'
003560     END-EXEC.
003570     IF SQLCODE = 0
003580         MOVE "WRITTEN OFF" TO WS-REJ-RSN
003590         GO TO 2150-EXIT
003600     END-IF.
003610     EXEC SQL
003620         SELECT COUNT(*)
003630           INTO :WS-PEND-CNT
003640           FROM APRQUE
003650          WHERE CNTNUM = :QR-CNTNUM
003660            AND ACTCOD = 'T'
003670            AND APRSTS = 'P'
003680     END-EXEC.
003690     IF WS-PEND-CNT > ZERO
003700         MOVE "TERMINATE PENDING" TO WS-REJ-RSN
003710         GO TO 2150-EXIT
003720     END-IF.
003730     EXEC SQL
003740         SELECT COUNT(*)
003750           INTO :WS-PEND-CNT
003760           FROM PAYQOT
003770          WHERE CNTNUM = :QR-CNTNUM
003780            AND QOTSTS = 'S'
003790     END-EXEC.
003800     IF WS-PEND-CNT > ZERO
003810         MOVE "PAYOFF SETTLED" TO WS-REJ-RSN
003820     END-IF.
003830 2150-EXIT.
003840     EXIT.
003850******************************************************
003860* 2200-PRICE-PERIOD - ONE UNBILLED PERIOD, THE ONE THE
003870*                     BILLING AFTER WS-PRD-CNT PAYMENTS
003880*                     WOULD CUT. DATES, CYCLE, PAYEND
003890*                     AND CHARGE FOLLOW BIL102; THE
003900*                     CHARGE IS DISCOUNTED FROM ITS DUE
003910*                     DATE BACK TO THE TERMINATION DATE
003920*                     AT THE PARM ANNUAL RATE
003930******************************************************
003940 2200-PRICE-PERIOD.
003950     PERFORM 2220-CYCLE-IN-FORCE THRU 2220-EXIT.
003960     MOVE WS-ANC-DATE(1:4) TO WS-BGN-YYYY.
003970     MOVE WS-ANC-DATE(5:2) TO WS-BGN-MM.
003980     MOVE PAY_GAFMST-PAYBGN(7:2) TO WS-BGN-DD.
003990     COMPUTE WS-BASE-MOS =
004000         (WS-BGN-YYYY * 12) + WS-BGN-MM - 1.
004010     COMPUTE WS-DUE-MOS =
004020         WS-BASE-MOS
004030         + (WS-CYC-MOS * (WS-PRD-CNT - WS-ANC-CNT + 1)).
004040     COMPUTE WS-DUE-YYYY = WS-DUE-MOS / 12.
004050     COMPUTE WS-DUE-MM = (WS-DUE-MOS - (WS-DUE-YYYY * 12)) + 1.
004060     MOVE WS-DUE-YYYY TO WS-DUE-DATE-YYYY.
004070     MOVE WS-DUE-MM TO WS-DUE-DATE-MM.
004080     MOVE WS-BGN-DD TO WS-DUE-DATE-DD.
004090     MOVE WS-DUE-DATE TO WS-CLP-DATE.
004100     PERFORM 2210-CLAMP-DAY THRU 2210-EXIT.
004110     MOVE WS-CLP-DATE TO WS-RAW-DUE.
004120     COMPUTE WS-PER-MOS =
004130         WS-BASE-MOS
004140         + (WS-CYC-MOS * (WS-PRD-CNT - WS-ANC-CNT)).
004150     COMPUTE WS-PER-YYYY = WS-PER-MOS / 12.
004160     COMPUTE WS-PER-MM =
004170         (WS-PER-MOS - (WS-PER-YYYY * 12)) + 1.
004180     MOVE WS-PER-YYYY TO WS-PER-DATE-YYYY.
004190     MOVE WS-PER-MM TO WS-PER-DATE-MM.
004200     MOVE WS-BGN-DD TO WS-PER-DATE-DD.
004210     MOVE WS-PER-DATE TO WS-CLP-DATE.
004220     PERFORM 2210-CLAMP-DAY THRU 2210-EXIT.
004230     MOVE WS-CLP-DATE TO WS-PER-DATE.
004240     PERFORM 2230-PAYEND-IN-FORCE THRU 2230-EXIT.
004250     MOVE WS-PER-DATE TO WS-BIL-BGN.
004260     IF PAY_GAFMST-PAYBGN > WS-BIL-BGN
004270         MOVE PAY_GAFMST-PAYBGN TO WS-BIL-BGN
004280     END-IF.
004290     IF WS-TRM-PAYEND NOT > WS-BIL-BGN
004300        OR WS-PRD-CNT = 999
004310         MOVE "Y" TO WS-PRD-DONE-SW
004320         GO TO 2200-EXIT
004330     END-IF.
004340     PERFORM 2300-PRORATE-CHARGE THRU 2300-EXIT.
004350     MOVE WS-CYC-CHARGE TO WS-DSC-CHARGE.
004360     COMPUTE WS-DSC-DAYS = WS-RAWDUE-INT - WS-TRM-INT.
004370     IF WS-DSC-DAYS > ZERO
004380        AND PARM-DSC-RATE > ZERO
004390         COMPUTE WS-DSC-CHARGE ROUNDED =
004400             WS-CYC-CHARGE * 36500
004410             / (36500 + (PARM-DSC-RATE * WS-DSC-DAYS))
004420     END-IF.
004430     ADD 1 TO PAY_PAYQOT-RMNCNT.
004440     ADD WS-CYC-CHARGE TO PAY_PAYQOT-RMNAMT.
004450     ADD WS-DSC-CHARGE TO PAY_PAYQOT-DSCAMT.
004460     ADD 1 TO WS-PRD-CNT.
004470 2200-EXIT.
004480     EXIT.
004490******************************************************
004500* 2210-CLAMP-DAY - PULL A SPLICED DAY OF MONTH BACK TO
004510*                  THE MONTH'S LAST DAY
004520******************************************************
004530 2210-CLAMP-DAY.
004540     IF WS-CLP-MM = 4 OR WS-CLP-MM = 6
004550        OR WS-CLP-MM = 9 OR WS-CLP-MM = 11
004560         MOVE 30 TO WS-CLP-MAX
004570     ELSE
004580         IF WS-CLP-MM = 2
004590             IF FUNCTION MOD(WS-CLP-YYYY, 4) = 0
004600                AND (FUNCTION MOD(WS-CLP-YYYY, 100) NOT = 0
004610                     OR FUNCTION MOD(WS-CLP-YYYY, 400) = 0)
004620                 MOVE 29 TO WS-CLP-MAX
004630             ELSE
004640                 MOVE 28 TO WS-CLP-MAX
004650             END-IF
004660         ELSE
004670             MOVE 31 TO WS-CLP-MAX
004680         END-IF
004690     END-IF.
004700     IF WS-CLP-DD > WS-CLP-MAX
004710         MOVE WS-CLP-MAX TO WS-CLP-DD
004720     END-IF.
004730 2210-EXIT.
004740     EXIT.
004750******************************************************
004760* 2220-CYCLE-IN-FORCE - THE SCHEDULE THE PERIOD AFTER
004770*                       WS-PRD-CNT FALLS ON - THE LATEST
004780*                       CNTAMD CYCLE CHANGE TAKEN OVER BY
004790*                       THEN, ELSE PAYBGN WITH THE CYCLE
004800*                       THE FIRST APPLIED CHANGE REPLACED,
004810*                       ELSE GAFMST'S OWN
004820******************************************************
004830 2220-CYCLE-IN-FORCE.
004840     EXEC SQL
004850         SELECT EFFDAY, PAYCYC, BASCNT
004860           INTO :PAY_CNTAMD-EFFDAY, :PAY_CNTAMD-PAYCYC,
004870                :PAY_CNTAMD-BASCNT
004880           FROM CNTAMD
004890          WHERE CNTNUM = :PAY_GAFMST-CNTNUM
004900            AND EFFDAY =
004910                (SELECT MAX(EFFDAY) FROM CNTAMD
004920                  WHERE CNTNUM = :PAY_GAFMST-CNTNUM
004930                    AND AMDSTS <> 'X'
004940                    AND PAYCYC <> ' '
004950                    AND BASCNT <= :WS-PRD-CNT)
004960     END-EXEC.
004970     IF SQLCODE = 0
004980         MOVE PAY_CNTAMD-EFFDAY TO WS-ANC-DATE
004990         MOVE PAY_CNTAMD-PAYCYC TO WS-CYC-MOS
005000         MOVE PAY_CNTAMD-BASCNT TO WS-ANC-CNT
005010     ELSE
005020         MOVE PAY_GAFMST-PAYBGN TO WS-ANC-DATE
005030         MOVE PAY_GAFMST-PAYCYC TO WS-CYC-MOS
005040         MOVE ZERO TO WS-ANC-CNT
005050         EXEC SQL
005060             SELECT OLDCYC
005070               INTO :PAY_CNTAMD-OLDCYC
005080               FROM CNTAMD
005090              WHERE CNTNUM = :PAY_GAFMST-CNTNUM
005100                AND EFFDAY =
005110                    (SELECT MIN(EFFDAY) FROM CNTAMD
005120                      WHERE CNTNUM = :PAY_GAFMST-CNTNUM
005130                        AND AMDSTS = 'A'
005140                        AND PAYCYC <> ' ')
005150         END-EXEC
005160         IF SQLCODE = 0
005170             MOVE PAY_CNTAMD-OLDCYC TO WS-CYC-MOS
005180         END-IF
005190     END-IF.
005200 2220-EXIT.
005210     EXIT.
005220******************************************************
005230* 2230-PAYEND-IN-FORCE - PAYEND AS AMENDED BY THE LATEST
005240*                        CNTAMD CHANGE EFFECTIVE BEFORE
005250*                        THE PERIOD CLOSES; BEFORE ANY,
005260*                        THE PAYEND THE FIRST APPLIED
005270*                        CHANGE REPLACED, ELSE GAFMST'S
005280******************************************************
005290 2230-PAYEND-IN-FORCE.
005300     MOVE PAY_GAFMST-PAYEND TO WS-TRM-PAYEND.
005310     EXEC SQL
005320         SELECT PAYEND
005330           INTO :PAY_CNTAMD-PAYEND
005340           FROM CNTAMD
005350          WHERE CNTNUM = :PAY_GAFMST-CNTNUM
005360            AND EFFDAY =
005370                (SELECT MAX(EFFDAY) FROM CNTAMD
005380                  WHERE CNTNUM = :PAY_GAFMST-CNTNUM
005390                    AND AMDSTS <> 'X'
005400                    AND PAYEND <> ' '
005410                    AND EFFDAY < :WS-RAW-DUE)
005420     END-EXEC.
005430     IF SQLCODE = 0
005440         MOVE PAY_CNTAMD-PAYEND TO WS-TRM-PAYEND
005450         GO TO 2230-EXIT
005460     END-IF.
005470     EXEC SQL
005480         SELECT OLDEND
005490           INTO :PAY_CNTAMD-OLDEND
005500           FROM CNTAMD
005510          WHERE CNTNUM = :PAY_GAFMST-CNTNUM
005520            AND EFFDAY =
005530                (SELECT MIN(EFFDAY) FROM CNTAMD
005540                  WHERE CNTNUM = :PAY_GAFMST-CNTNUM
005550                    AND AMDSTS = 'A'
005560                    AND PAYEND <> ' '
005570                    AND EFFDAY >= :WS-RAW-DUE)
005580     END-EXEC.
005590     IF SQLCODE = 0
005600         MOVE PAY_CNTAMD-OLDEND TO WS-TRM-PAYEND
005610     END-IF.
005620 2230-EXIT.
005630     EXIT.
005640******************************************************
005650* 2300-PRORATE-CHARGE - THE PERIOD CHARGE AS BIL102
005660*                       WOULD BILL IT: LEAAMT IN FORCE,
005670*                       A SHORT FINAL PERIOD STOPPING AT
005680*                       PAYEND, A RATE CHANGE INSIDE THE
005690*                       PERIOD SPLIT BY DAYS
005700******************************************************
005710 2300-PRORATE-CHARGE.
005720     MOVE WS-RAW-DUE TO WS-BIL-END.
005730     IF WS-TRM-PAYEND < WS-RAW-DUE
005740         MOVE WS-TRM-PAYEND TO WS-BIL-END
005750     END-IF.
005760     MOVE WS-PER-DATE TO WS-DATE-NUM.
005770     COMPUTE WS-PER-INT =
005780         FUNCTION INTEGER-OF-DATE(WS-DATE-NUM).
005790     MOVE WS-RAW-DUE TO WS-DATE-NUM.
005800     COMPUTE WS-RAWDUE-INT =
005810         FUNCTION INTEGER-OF-DATE(WS-DATE-NUM).
005820     MOVE WS-BIL-BGN TO WS-DATE-NUM.
005830     COMPUTE WS-BILBGN-INT =
005840         FUNCTION INTEGER-OF-DATE(WS-DATE-NUM).
005850     MOVE WS-BIL-END TO WS-DATE-NUM.
005860     COMPUTE WS-BILEND-INT =
005870         FUNCTION INTEGER-OF-DATE(WS-DATE-NUM).
005880     COMPUTE WS-FULL-DAYS = WS-RAWDUE-INT - WS-PER-INT.
005890     COMPUTE WS-BILL-DAYS = WS-BILEND-INT - WS-BILBGN-INT.
005900     IF WS-BILL-DAYS < ZERO
005910         MOVE ZERO TO WS-BILL-DAYS
005920     END-IF.
005930     MOVE WS-BIL-BGN TO WS-LEA-DATE.
005940     PERFORM 2394-LEAAMT-IN-FORCE THRU 2394-EXIT.
005950     MOVE WS-LEA-AMT TO WS-CYC-CHARGE.
005960     IF WS-FULL-DAYS > ZERO
005970        AND WS-BILL-DAYS NOT = WS-FULL-DAYS
005980         COMPUTE WS-CYC-CHARGE ROUNDED =
005990             WS-LEA-AMT
006000             * WS-BILL-DAYS / WS-FULL-DAYS
006010     END-IF.
006020     PERFORM 2392-SPLIT-CHARGE THRU 2392-EXIT.
006030 2300-EXIT.
006040     EXIT.
006050******************************************************
006060* 2392-SPLIT-CHARGE - A LEAAMT CHANGE EFFECTIVE INSIDE
006070*                     THE PERIOD SPLITS THE CHARGE, EACH
006080*                     RATE PRORATED BY ITS OWN DAYS
006090******************************************************
006100 2392-SPLIT-CHARGE.
006110     IF WS-FULL-DAYS NOT > ZERO
006120         GO TO 2392-EXIT
006130     END-IF.
006140     EXEC SQL
006150         SELECT COUNT(*)
006160           INTO :WS-LEA-BNDS
006170           FROM CNTAMD
006180          WHERE CNTNUM = :PAY_GAFMST-CNTNUM
006190            AND AMDSTS <> 'X'
006200            AND LEAAMT <> 0
006210            AND EFFDAY > :WS-BIL-BGN
006220            AND EFFDAY < :WS-BIL-END
006230     END-EXEC.
006240     IF WS-LEA-BNDS = 0
006250         GO TO 2392-EXIT
006260     END-IF.
006270     MOVE ZERO TO WS-CYC-CHARGE.
006280     MOVE WS-BILBGN-INT TO WS-SEG-START-INT.
006290     EXEC SQL
006300         DECLARE LEAQOT-CSR CURSOR FOR
006310         SELECT EFFDAY, LEAAMT
006320           FROM CNTAMD
006330          WHERE CNTNUM = :PAY_GAFMST-CNTNUM
006340            AND AMDSTS <> 'X'
006350            AND LEAAMT <> 0
006360            AND EFFDAY > :WS-BIL-BGN
006370            AND EFFDAY < :WS-BIL-END
006380          ORDER BY EFFDAY
006390     END-EXEC.
006400     EXEC SQL OPEN LEAQOT-CSR END-EXEC.
006410     MOVE "N" TO WS-LEA-EOF-SW.
006420     PERFORM 2393-CHARGE-SEGMENT THRU 2393-EXIT
006430         UNTIL WS-LEA-EOF.
006440     EXEC SQL CLOSE LEAQOT-CSR END-EXEC.
006450     COMPUTE WS-SEG-DAYS = WS-BILEND-INT - WS-SEG-START-INT.
006460     COMPUTE WS-SEG-CHARGE ROUNDED =
006470         WS-LEA-AMT * WS-SEG-DAYS / WS-FULL-DAYS.
006480     ADD WS-SEG-CHARGE TO WS-CYC-CHARGE.
006490 2392-EXIT.
006500     EXIT.
006510******************************************************
006520* 2393-CHARGE-SEGMENT - CHARGE THE DAYS UP TO ONE RATE
006530*                       CHANGE AT THE RATE BEFORE IT
006540******************************************************
006550 2393-CHARGE-SEGMENT.
006560     EXEC SQL
006570         FETCH LEAQOT-CSR
006580          INTO :PAY_CNTAMD-EFFDAY, :PAY_CNTAMD-LEAAMT
006590     END-EXEC.
006600     IF SQLCODE NOT = 0
006610         MOVE "Y" TO WS-LEA-EOF-SW
006620         GO TO 2393-EXIT
006630     END-IF.
006640     MOVE PAY_CNTAMD-EFFDAY TO WS-DATE-NUM.
006650     COMPUTE WS-BND-INT =
006660         FUNCTION INTEGER-OF-DATE(WS-DATE-NUM).
006670     COMPUTE WS-SEG-DAYS = WS-BND-INT - WS-SEG-START-INT.
006680     COMPUTE WS-SEG-CHARGE ROUNDED =
006690         WS-LEA-AMT * WS-SEG-DAYS / WS-FULL-DAYS.
006700     ADD WS-SEG-CHARGE TO WS-CYC-CHARGE.
006710     MOVE WS-BND-INT TO WS-SEG-START-INT.
006720     MOVE PAY_CNTAMD-LEAAMT TO WS-LEA-AMT.
006730 2393-EXIT.
006740     EXIT.
006750******************************************************
006760* 2394-LEAAMT-IN-FORCE - LEAAMT ON WS-LEA-DATE: THE
006770*                        LATEST CNTAMD RATE EFFECTIVE BY
006780*                        THEN; BEFORE ANY, THE RATE THE
006790*                        FIRST APPLIED CHANGE AFTER IT
006800*                        REPLACED, ELSE GAFMST'S
006810******************************************************
006820 2394-LEAAMT-IN-FORCE.
006830     MOVE PAY_GAFMST-LEAAMT TO WS-LEA-AMT.
006840     EXEC SQL
006850         SELECT LEAAMT
006860           INTO :PAY_CNTAMD-LEAAMT
006870           FROM CNTAMD
006880          WHERE CNTNUM = :PAY_GAFMST-CNTNUM
006890            AND EFFDAY =
006900                (SELECT MAX(EFFDAY) FROM CNTAMD
006910                  WHERE CNTNUM = :PAY_GAFMST-CNTNUM
006920                    AND AMDSTS <> 'X'
006930                    AND LEAAMT <> 0
006940                    AND EFFDAY <= :WS-LEA-DATE)
006950     END-EXEC.
006960     IF SQLCODE = 0
006970         MOVE PAY_CNTAMD-LEAAMT TO WS-LEA-AMT
006980         GO TO 2394-EXIT
006990     END-IF.
007000     EXEC SQL
007010         SELECT OLDLEA
007020           INTO :PAY_CNTAMD-OLDLEA
007030           FROM CNTAMD
007040          WHERE CNTNUM = :PAY_GAFMST-CNTNUM
007050            AND EFFDAY =
007060                (SELECT MIN(EFFDAY) FROM CNTAMD
007070                  WHERE CNTNUM = :PAY_GAFMST-CNTNUM
007080                    AND AMDSTS = 'A'
007090                    AND LEAAMT <> 0
007100                    AND EFFDAY > :WS-LEA-DATE)
007110     END-EXEC.
007120     IF SQLCODE = 0
007130         MOVE PAY_CNTAMD-OLDLEA TO WS-LEA-AMT
007140     END-IF.
007150 2394-EXIT.
007160     EXIT.
007170******************************************************
007180* 2500-GET-TAX-RATE - RATE IN FORCE ON THE TERMINATION
007190*                     DATE FROM TAXTAB (BIL111 4364),
007200*                     ELSE THE CONTRACT RATE
007210******************************************************
007220 2500-GET-TAX-RATE.
007230     EXEC SQL
007240         SELECT TAXRAT
007250           INTO :PAY_TAXTAB-TAXRAT
007260           FROM TAXTAB
007270          WHERE EFFDAY =
007280                (SELECT MAX(EFFDAY) FROM TAXTAB
007290                  WHERE EFFDAY <= :QR-TRMDAY)
007300     END-EXEC.
007310     IF SQLCODE = 0
007320         MOVE PAY_TAXTAB-TAXRAT TO WS-TAX-RATE
007330     ELSE
007340         MOVE PAY_GAFMST-TAXRAT TO WS-TAX-RATE
007350     END-IF.
007360 2500-EXIT.
007370     EXIT.
007380******************************************************
007390* 2600-COLLECT-BALANCES - UNPAID OPEN ITEMS, UNBILLED
007400*                         LATE CHARGES, THE DEPOSIT STILL
007410*                         HELD AND ANY OPEN CREDIT
007420******************************************************
007430 2600-COLLECT-BALANCES.
007440     MOVE PAY_GAFMST-LATAMT TO PAY_PAYQOT-LATAMT.
007450     EXEC SQL
007460         SELECT COUNT(*)
007470           INTO :WS-OPN-CNT
007480           FROM BILITM
007490          WHERE CNTNUM = :QR-CNTNUM
007500            AND ITMSTS <> 'C'
007510     END-EXEC.
007520     IF WS-OPN-CNT = ZERO
007530         MOVE ZERO TO PAY_PAYQOT-OPNAMT
007540     ELSE
007550         EXEC SQL
007560             SELECT SUM(RMNAMT)
007570               INTO :PAY_PAYQOT-OPNAMT
007580               FROM BILITM
007590              WHERE CNTNUM = :QR-CNTNUM
007600                AND ITMSTS <> 'C'
007610         END-EXEC
007620     END-IF.
007630     EXEC SQL
007640         SELECT DEPAMT
007650           INTO :PAY_DEPMST-DEPAMT
007660           FROM DEPMST
007670          WHERE CNTNUM = :QR-CNTNUM
007680            AND DEPSTS = 'H'
007690            AND DEPAMT > 0
007700     END-EXEC.
007710     IF SQLCODE = 0
007720         MOVE PAY_DEPMST-DEPAMT TO PAY_PAYQOT-DEPAMT
007730     ELSE
007740         MOVE ZERO TO PAY_PAYQOT-DEPAMT
007750     END-IF.
007760     EXEC SQL
007770         SELECT CRDAMT
007780           INTO :PAY_CRDBAL-CRDAMT
007790           FROM CRDBAL
007800          WHERE CNTNUM = :QR-CNTNUM
007810            AND CRDSTS = 'O'
007820            AND CRDAMT > 0
007830     END-EXEC.
007840     IF SQLCODE = 0
007850         MOVE PAY_CRDBAL-CRDAMT TO PAY_PAYQOT-CRDAMT
007860     ELSE
007870         MOVE ZERO TO PAY_PAYQOT-CRDAMT
007880     END-IF.
007890 2600-EXIT.
007900     EXIT.
007910******************************************************
007920* 2700-RECORD-QUOTE - RETIRE ANY EARLIER OPEN QUOTE AND
007930*                     KEEP THIS ONE ON PAYQOT
007940******************************************************
007950 2700-RECORD-QUOTE.
007960     EXEC SQL
007970         UPDATE PAYQOT
007980            SET QOTSTS = 'X',
007990                MODDAY = :WS-TODAY,
008000                MODTIM = :WS-NOWTIME,
008010                MODPSN = :QR-PSN
008020          WHERE CNTNUM = :QR-CNTNUM
008030            AND QOTSTS = 'Q'
008040     END-EXEC.
008050     EXEC SQL
008060         SELECT MAX(QOTNUM) + 1
008070           INTO :PAY_PAYQOT-QOTNUM
008080           FROM PAYQOT
008090     END-EXEC.
008100     IF SQLCODE NOT = 0
008110         MOVE 1 TO PAY_PAYQOT-QOTNUM
008120     END-IF.
008130     MOVE WS-VLD-NUM TO PAY_PAYQOT-VLDDAY.
008140     MOVE PARM-DSC-RATE TO PAY_PAYQOT-DSCRAT.
008150     EXEC SQL
008160         INSERT INTO PAYQOT
008170             (QOTNUM, CNTNUM, QOTDAY, TRMDAY, VLDDAY,
008180              QOTCNT, RMNCNT, RMNAMT, DSCRAT, DSCAMT,
008190              DSCTAX, OPNAMT, LATAMT, DEPAMT, CRDAMT,
008200              PAYOFF, QOTSTS, QOTPSN, BILNUM, APRSEQ,
008210              SETDAY, SETPSN, REGDAY, REGTIM, MODDAY,
008220              MODTIM, MODPSN)
008230         VALUES
008240             (:PAY_PAYQOT-QOTNUM, :QR-CNTNUM, :WS-TODAY,
008250              :QR-TRMDAY, :PAY_PAYQOT-VLDDAY,
008260              :PAY_GAFMST-PAYCNT, :PAY_PAYQOT-RMNCNT,
008270              :PAY_PAYQOT-RMNAMT, :PAY_PAYQOT-DSCRAT,
008280              :PAY_PAYQOT-DSCAMT, :PAY_PAYQOT-DSCTAX,
008290              :PAY_PAYQOT-OPNAMT, :PAY_PAYQOT-LATAMT,
008300              :PAY_PAYQOT-DEPAMT, :PAY_PAYQOT-CRDAMT,
008310              :PAY_PAYQOT-PAYOFF, 'Q', :QR-PSN, ' ', 0,
008320              ' ', ' ', :WS-TODAY, :WS-NOWTIME, :WS-TODAY,
008330              :WS-NOWTIME, :QR-PSN)
008340     END-EXEC.
008350 2700-EXIT.
008360     EXIT.
008370******************************************************
008380* 2800-WRITE-LETTER - THE DATED QUOTE LETTER IMAGE
008390******************************************************
008400 2800-WRITE-LETTER.
008410     MOVE PAY_PAYQOT-QOTNUM TO LH-QOTNUM.
008420     MOVE WS-TODAY TO LH-QOTDAY.
008430     WRITE QOTLTR-REC FROM WS-LTR-HEAD-LINE.
008440     MOVE PAY_GAFMST-PAYNAM TO LN-PAYNAM.
008450     WRITE QOTLTR-REC FROM WS-LTR-NAME-LINE.
008460     PERFORM 2850-WRITE-ADDRESS THRU 2850-EXIT.
008470     MOVE QR-CNTNUM TO LC-CNTNUM.
008480     MOVE QR-TRMDAY TO LC-TRMDAY.
008490     WRITE QOTLTR-REC FROM WS-LTR-CNT-LINE.
008500     MOVE PAY_PAYQOT-VLDDAY TO LV-VLDDAY.
008510     WRITE QOTLTR-REC FROM WS-LTR-VLD-LINE.
008520     MOVE PAY_PAYQOT-RMNCNT TO LP-RMNCNT.
008530     MOVE PAY_PAYQOT-RMNAMT TO LP-RMNAMT.
008540     WRITE QOTLTR-REC FROM WS-LTR-PRD-LINE.
008550     MOVE "DISCOUNTED RENTALS" TO LA-LABEL.
008560     MOVE PAY_PAYQOT-DSCAMT TO LA-AMOUNT.
008570     WRITE QOTLTR-REC FROM WS-LTR-AMT-LINE.
008580     MOVE "CONSUMPTION TAX" TO LA-LABEL.
008590     MOVE PAY_PAYQOT-DSCTAX TO LA-AMOUNT.
008600     WRITE QOTLTR-REC FROM WS-LTR-AMT-LINE.
008610     MOVE "LATE CHARGES" TO LA-LABEL.
008620     MOVE PAY_PAYQOT-LATAMT TO LA-AMOUNT.
008630     WRITE QOTLTR-REC FROM WS-LTR-AMT-LINE.
008640     MOVE "UNPAID BILLS" TO LA-LABEL.
008650     MOVE PAY_PAYQOT-OPNAMT TO LA-AMOUNT.
008660     WRITE QOTLTR-REC FROM WS-LTR-AMT-LINE.
008670     MOVE "LESS SECURITY DEPOSIT" TO LA-LABEL.
008680     COMPUTE LA-AMOUNT = ZERO - PAY_PAYQOT-DEPAMT.
008690     WRITE QOTLTR-REC FROM WS-LTR-AMT-LINE.
008700     MOVE "LESS CREDIT BALANCE" TO LA-LABEL.
008710     COMPUTE LA-AMOUNT = ZERO - PAY_PAYQOT-CRDAMT.
008720     WRITE QOTLTR-REC FROM WS-LTR-AMT-LINE.
008730     MOVE "PAYOFF AMOUNT" TO LA-LABEL.
008740     MOVE PAY_PAYQOT-PAYOFF TO LA-AMOUNT.
008750     WRITE QOTLTR-REC FROM WS-LTR-AMT-LINE.
008760     WRITE QOTLTR-REC FROM WS-LTR-SEP-LINE.
008770 2800-EXIT.
008780     EXIT.
008790******************************************************
008800* 2850-WRITE-ADDRESS - MAILING ADDRESS LINES FROM CLTMST
008810******************************************************
008820 2850-WRITE-ADDRESS.
008830     EXEC SQL
008840         SELECT MALADR, MALAD2, MALAD3, ZIPCOD
008850           INTO :PAY_CLTMST-MALADR, :PAY_CLTMST-MALAD2,
008860                :PAY_CLTMST-MALAD3, :PAY_CLTMST-ZIPCOD
008870           FROM CLTMST
008880          WHERE PAYCLT = :PAY_GAFMST-PAYCLT
008890     END-EXEC.
008900     IF SQLCODE NOT = 0
008910         GO TO 2850-EXIT
008920     END-IF.
008930     MOVE PAY_CLTMST-ZIPCOD TO LD-ADRTXT.
008940     WRITE QOTLTR-REC FROM WS-LTR-ADR-LINE.
008950     MOVE PAY_CLTMST-MALADR TO LD-ADRTXT.
008960     WRITE QOTLTR-REC FROM WS-LTR-ADR-LINE.
008970     IF PAY_CLTMST-MALAD2 NOT = SPACES
008980         MOVE PAY_CLTMST-MALAD2 TO LD-ADRTXT
008990         WRITE QOTLTR-REC FROM WS-LTR-ADR-LINE
009000     END-IF.
009010     IF PAY_CLTMST-MALAD3 NOT = SPACES
009020         MOVE PAY_CLTMST-MALAD3 TO LD-ADRTXT
009030         WRITE QOTLTR-REC FROM WS-LTR-ADR-LINE
009040     END-IF.
009050 2850-EXIT.
009060     EXIT.
009070******************************************************
009080* 2900-WRITE-REJECT - ONE REGISTER LINE PER REJECT
009090******************************************************
009100 2900-WRITE-REJECT.
009110     ADD 1 TO WS-REJ-CNT.
009120     MOVE "REJECTED" TO DL-RESULT.
009130     MOVE ZERO TO DL-QOTNUM.
009140     MOVE ZERO TO DL-PAYOFF.
009150     PERFORM 2950-WRITE-DETAIL THRU 2950-EXIT.
009160 2900-EXIT.
009170     EXIT.
009180******************************************************
009190* 2950-WRITE-DETAIL - ECHO THE CARD TO THE REGISTER
009200******************************************************
009210 2950-WRITE-DETAIL.
009220     MOVE QR-CNTNUM TO DL-CNTNUM.
009230     MOVE WS-REJ-RSN TO DL-REASON.
009240     WRITE PAY140-RPT-REC FROM WS-DETAIL-LINE.
009250 2950-EXIT.
009260     EXIT.
009270******************************************************
009280* 3000-TERMINATE - CONTROL COUNTS, COMMIT THE WORK
009290******************************************************
009300 3000-TERMINATE.
009310     MOVE WS-ACC-CNT TO TL-ACCEPT.
009320     MOVE WS-REJ-CNT TO TL-REJECT.
009330     WRITE PAY140-RPT-REC FROM WS-TOTAL-LINE.
009340     EXEC SQL
009350         COMMIT
009360     END-EXEC.
009370     CLOSE PARM-FILE.
009380     CLOSE QOTREQ-FILE.
009390     CLOSE QOTLTR-FILE.
009400     CLOSE PAY140-RPT.
009410 3000-EXIT.
009420     EXIT.
