000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. PAY145.
000030 AUTHOR. K.SATO.
000040 INSTALLATION. SYSTEM DEVELOPMENT DEPT.
000050 DATE-WRITTEN. 2026-09-21.
000060 DATE-COMPILED.
000070******************************************************
000080* MODIFICATION HISTORY
000090*  2026-09-21  K.SATO   INITIAL VERSION - LEASED ASSET
000100*                       REGISTER (ASTREG) MAINTENANCE. ONE
000110*                       CARD ADDS AN ASSET - COST,
000120*                       ACQUISITION DATE, USEFUL LIFE,
000130*                       RESIDUAL VALUE AND DEPRECIATION
000140*                       METHOD - AGAINST THE CNTNUM IT IS
000150*                       LEASED UNDER, OR CHANGES ONE NOT
000160*                       YET DEPRECIATED. THE ASSET CODE IS
000170*                       TAKEN FROM THE CPBIS006 ENTRY IN
000180*                       FORCE AT ACQDAY FOR THE CONTRACT'S
000190*                       EQPCOD. PAY146 DEPRECIATES THE
000200*                       REGISTER AT MONTH END AND PAY134
000210*                       DISPOSES OF IT AT END OF TERM
000220******************************************************
000230 ENVIRONMENT DIVISION.
000240 INPUT-OUTPUT SECTION.
000250 FILE-CONTROL.
000260     SELECT CPBIS006-FILE ASSIGN TO CPBI6IN
000270         ORGANIZATION IS INDEXED
000280         ACCESS MODE IS DYNAMIC
000290         RECORD KEY IS CB6-エントリーキー部.
000300     SELECT ASTTRN-FILE ASSIGN TO ASTTRNIN.
000310     SELECT PAY145-RPT ASSIGN TO PAY145RP.
000320 DATA DIVISION.
000330 FILE SECTION.
000340 FD  CPBIS006-FILE
000350     RECORDING MODE IS F
000360     LABEL RECORDS ARE STANDARD.
000370 01  CB6-REC.
000380     COPY CPBIS006.
000390 FD  ASTTRN-FILE
000400     RECORDING MODE IS F
000410     LABEL RECORDS ARE STANDARD.
000420 01  ASTTRN-REC.
000430     03 AS-ACTCOD        PIC X(001).
000440         88 AS-ADD                 VALUE "A".
000450         88 AS-CHANGE              VALUE "C".
000460     03 AS-ASTNUM        PIC 9(007).
000470     03 AS-CNTNUM        PIC X(009).
000480     03 AS-ACQDAY        PIC X(008).
000490     03 AS-ACQCST        PIC S9(013) COMP-3.
000500     03 AS-RSDAMT        PIC S9(013) COMP-3.
000510     03 AS-LIFMOS        PIC 9(003).
000520     03 AS-DEPMTH        PIC X(001).
000530     03 AS-PSN           PIC X(004).
000540 FD  PAY145-RPT
000550     RECORDING MODE IS F
000560     LABEL RECORDS ARE STANDARD.
000570 01  PAY145-RPT-REC              PIC X(080).
000580 WORKING-STORAGE SECTION.
000590     EXEC SQL INCLUDE SQLCA END-EXEC.
000600     EXEC SQL INCLUDE PAY_GAFMST END-EXEC.
000610     EXEC SQL INCLUDE PAY_ASTREG END-EXEC.
000620     EXEC SQL INCLUDE PAY_OPRMST END-EXEC.
000630 77  WS-EOF-SW           PIC X(001) VALUE "N".
000640     88 WS-EOF                      VALUE "Y".
000650 77  WS-FOUND-SW         PIC X(001) VALUE "N".
000660     88 WS-FOUND                    VALUE "Y".
000670 77  WS-AST-FOUND-SW     PIC X(001) VALUE "N".
000680     88 WS-AST-FOUND                VALUE "Y".
000690 77  WS-DATE-OK-SW       PIC X(001) VALUE "N".
000700     88 WS-DATE-OK                  VALUE "Y".
000710 77  WS-EQP-EOF-SW       PIC X(001).
000720     88 WS-EQP-EOF                  VALUE "Y".
000730 77  WS-EQP-SISAN        PIC X(007).
000740 77  WS-CC               PIC 9(002).
000750 77  WS-REJ-RSN          PIC X(020).
000760 77  WS-TODAY            PIC X(008).
000770 77  WS-NOWTIME          PIC X(006).
000780 77  WS-VAL-DATE         PIC X(008).
000790 77  WS-VAL-YYYY         PIC 9(004).
000800 77  WS-VAL-MM           PIC 9(002).
000810 77  WS-VAL-DD           PIC 9(002).
000820 77  WS-VAL-MAXDD        PIC 9(002).
000830 77  WS-LEAP-REM4        PIC 9(004).
000840 77  WS-LEAP-REM100      PIC 9(004).
000850 77  WS-LEAP-REM400      PIC 9(004).
000860 77  WS-LEAP-QUOT        PIC 9(004).
000870 77  WS-ACC-CNT          PIC S9(007) COMP-3 VALUE ZERO.
000880 77  WS-REJ-CNT          PIC S9(007) COMP-3 VALUE ZERO.
000890 01  WS-TGT-FROM.
000900     03 WS-TGT-SEIKI     PIC 9(001).
000910     03 WS-TGT-NENGET    PIC X(006).
000920 01  WS-DETAIL-LINE.
000930     03 DL-RESULT        PIC X(009).
000940     03 FILLER           PIC X(002) VALUE SPACES.
000950     03 DL-ACTCOD        PIC X(001).
000960     03 FILLER           PIC X(002) VALUE SPACES.
000970     03 DL-ASTNUM        PIC 9(007).
000980     03 FILLER           PIC X(002) VALUE SPACES.
000990     03 DL-CNTNUM        PIC X(009).
001000     03 FILLER           PIC X(002) VALUE SPACES.
001010     03 DL-ASTCOD        PIC X(007).
001020     03 FILLER           PIC X(002) VALUE SPACES.
001030     03 DL-REASON        PIC X(020).
001040     03 FILLER           PIC X(017) VALUE SPACES.
001050 01  WS-TOTAL-LINE.
001060     03 FILLER           PIC X(009) VALUE "ACCEPTED ".
001070     03 TL-ACCEPT        PIC -(007)9.
001080     03 FILLER           PIC X(011) VALUE "  REJECTED ".
001090     03 TL-REJECT        PIC -(007)9.
001100     03 FILLER           PIC X(044) VALUE SPACES.
001110******************************************************
001120* PROCEDURE DIVISION
001130******************************************************
001140 PROCEDURE DIVISION.
001150 0000-MAINLINE.
001160     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001170     PERFORM 2000-PROCESS-TRAN THRU 2000-EXIT
001180         UNTIL WS-EOF.
001190     PERFORM 3000-TERMINATE THRU 3000-EXIT.
001200     STOP RUN.
001210******************************************************
001220* 1000-INITIALIZE - OPEN FILES, PRIME THE FIRST READ
001230******************************************************
001240 1000-INITIALIZE.
001250     OPEN INPUT CPBIS006-FILE.
001260     OPEN INPUT ASTTRN-FILE.
001270     OPEN OUTPUT PAY145-RPT.
001280     ACCEPT WS-TODAY FROM DATE YYYYMMDD.
001290     ACCEPT WS-NOWTIME FROM TIME.
001300     READ ASTTRN-FILE
001310         AT END MOVE "Y" TO WS-EOF-SW
001320     END-READ.
001330 1000-EXIT.
001340     EXIT.
001350******************************************************
001360* 2000-PROCESS-TRAN - CHECK THE OPERATOR, THEN ROUTE
001370*                     ONE TRANSACTION BY ACTCOD
001380******************************************************
001390 2000-PROCESS-TRAN.
001400     MOVE SPACES TO WS-REJ-RSN.
001410     MOVE SPACES TO WS-EQP-SISAN.
001420     PERFORM 2050-CHECK-OPERATOR THRU 2050-EXIT.
001430     IF WS-REJ-RSN NOT = SPACES
001440         PERFORM 2900-WRITE-REJECT THRU 2900-EXIT
001450         GO TO 2000-NEXT
001460     END-IF.
001470     IF AS-ADD
001480         PERFORM 2200-ADD-ASSET THRU 2200-EXIT
001490     ELSE
001500         IF AS-CHANGE
001510             PERFORM 2300-CHANGE-ASSET THRU 2300-EXIT
001520         ELSE
001530             MOVE "BAD ACTION CODE" TO WS-REJ-RSN
001540             PERFORM 2900-WRITE-REJECT THRU 2900-EXIT
001550         END-IF
001560     END-IF.
001570 2000-NEXT.
001580     READ ASTTRN-FILE
001590         AT END MOVE "Y" TO WS-EOF-SW
001600     END-READ.
001610 2000-EXIT.
001620     EXIT.
001630******************************************************
001640* 2050-CHECK-OPERATOR - THE PSN MUST BE AN ACTIVE
001650*                       OPERATOR
001660******************************************************
001670 2050-CHECK-OPERATOR.
001680     EXEC SQL
001690         SELECT AUTLVL, ACTFLG
001700           INTO :PAY_OPRMST-AUTLVL, :PAY_OPRMST-ACTFLG
001710           FROM OPRMST
001720          WHERE PSN = :AS-PSN
001730     END-EXEC.
001740     IF SQLCODE NOT = 0
001750         MOVE "OPERATOR UNKNOWN" TO WS-REJ-RSN
001760         GO TO 2050-EXIT
001770     END-IF.
001780     IF PAY_OPRMST-ACTFLG NOT = "Y"
001790         MOVE "OPERATOR INACTIVE" TO WS-REJ-RSN
001800         GO TO 2050-EXIT
001810     END-IF.
001820 2050-EXIT.
001830     EXIT.
001840******************************************************
001850* 2100-LOOKUP-CONTRACT - THE CONTRACT THE ASSET IS
001860*                        LEASED UNDER
001870******************************************************
001880 2100-LOOKUP-CONTRACT.
001890     MOVE "N" TO WS-FOUND-SW.
001900     EXEC SQL
001910         SELECT EQPCOD, CHCKYN
001920           INTO :PAY_GAFMST-EQPCOD, :PAY_GAFMST-CHCKYN
001930           FROM GAFMST
001940          WHERE CNTNUM = :AS-CNTNUM
001950     END-EXEC.
001960     IF SQLCODE = 0
001970         MOVE "Y" TO WS-FOUND-SW.
001980 2100-EXIT.
001990     EXIT.
002000******************************************************
002010* 2200-ADD-ASSET - VALIDATE AND REGISTER A NEW ASSET
002020******************************************************
002030 2200-ADD-ASSET.
002040     PERFORM 2500-VALIDATE-FIELDS THRU 2500-EXIT.
002050     IF WS-REJ-RSN NOT = SPACES
002060         PERFORM 2900-WRITE-REJECT THRU 2900-EXIT
002070         GO TO 2200-EXIT
002080     END-IF.
002090     EXEC SQL
002100         SELECT MAX(ASTNUM) + 1
002110           INTO :PAY_ASTREG-ASTNUM
002120           FROM ASTREG
002130     END-EXEC.
002140     IF SQLCODE NOT = 0
002150         MOVE 1 TO PAY_ASTREG-ASTNUM
002160     END-IF.
002170     EXEC SQL
002180         INSERT INTO ASTREG
002190             (ASTNUM, ASTCOD, EQPCOD, CNTNUM, ACQDAY,
002200              ACQCST, RSDAMT, LIFMOS, DEPMTH, ACMDEP,
002210              DEPCNT, LSTDEP, ASTSTS, DSPDAY, DSPCOD,
002220              DSPAMT, GNLAMT, REGDAY, REGTIM, MODDAY,
002230              MODTIM, MODPSN)
002240         VALUES
002250             (:PAY_ASTREG-ASTNUM, :WS-EQP-SISAN,
002260              :PAY_GAFMST-EQPCOD, :AS-CNTNUM, :AS-ACQDAY,
002270              :AS-ACQCST, :AS-RSDAMT, :AS-LIFMOS,
002280              :AS-DEPMTH, 0, 0, " ", "A", " ", " ", 0, 0,
002290              :WS-TODAY, :WS-NOWTIME, :WS-TODAY,
002300              :WS-NOWTIME, :AS-PSN)
002310     END-EXEC.
002320     MOVE PAY_ASTREG-ASTNUM TO AS-ASTNUM.
002330     ADD 1 TO WS-ACC-CNT.
002340     MOVE "ADDED   " TO DL-RESULT.
002350     PERFORM 2950-WRITE-DETAIL THRU 2950-EXIT.
002360 2200-EXIT.
002370     EXIT.
002380******************************************************
002390* 2300-CHANGE-ASSET - REWRITE AN ACTIVE ASSET THAT HAS
002400*                     NOT YET BEEN DEPRECIATED. ONCE
002410*                     PAY146 HAS CHARGED A MONTH THE
002420*                     TERMS STAND
002430******************************************************
002440 2300-CHANGE-ASSET.
002450     MOVE "N" TO WS-AST-FOUND-SW.
002460     MOVE AS-ASTNUM TO PAY_ASTREG-ASTNUM.
002470     EXEC SQL
002480         SELECT ASTSTS, DEPCNT
002490           INTO :PAY_ASTREG-ASTSTS, :PAY_ASTREG-DEPCNT
002500           FROM ASTREG
002510          WHERE ASTNUM = :PAY_ASTREG-ASTNUM
002520     END-EXEC.
002530     IF SQLCODE = 0
002540         MOVE "Y" TO WS-AST-FOUND-SW
002550     END-IF.
002560     IF NOT WS-AST-FOUND
002570         MOVE "ASSET NOT FOUND" TO WS-REJ-RSN
002580         PERFORM 2900-WRITE-REJECT THRU 2900-EXIT
002590         GO TO 2300-EXIT
002600     END-IF.
002610     IF NOT PAY_ASTREG-ACTIVE
002620         MOVE "ASSET DISPOSED" TO WS-REJ-RSN
002630         PERFORM 2900-WRITE-REJECT THRU 2900-EXIT
002640         GO TO 2300-EXIT
002650     END-IF.
002660     IF PAY_ASTREG-DEPCNT > ZERO
002670         MOVE "ALREADY DEPRECIATED" TO WS-REJ-RSN
002680         PERFORM 2900-WRITE-REJECT THRU 2900-EXIT
002690         GO TO 2300-EXIT
002700     END-IF.
002710     PERFORM 2500-VALIDATE-FIELDS THRU 2500-EXIT.
002720     IF WS-REJ-RSN NOT = SPACES
002730         PERFORM 2900-WRITE-REJECT THRU 2900-EXIT
002740         GO TO 2300-EXIT
002750     END-IF.
002760     EXEC SQL
002770         UPDATE ASTREG
002780            SET ASTCOD = :WS-EQP-SISAN,
002790                EQPCOD = :PAY_GAFMST-EQPCOD,
002800                CNTNUM = :AS-CNTNUM,
002810                ACQDAY = :AS-ACQDAY,
002820                ACQCST = :AS-ACQCST,
002830                RSDAMT = :AS-RSDAMT,
002840                LIFMOS = :AS-LIFMOS,
002850                DEPMTH = :AS-DEPMTH,
002860                MODDAY = :WS-TODAY,
002870                MODTIM = :WS-NOWTIME,
002880                MODPSN = :AS-PSN
002890          WHERE ASTNUM = :PAY_ASTREG-ASTNUM
002900     END-EXEC.
002910     ADD 1 TO WS-ACC-CNT.
002920     MOVE "CHANGED " TO DL-RESULT.
002930     PERFORM 2950-WRITE-DETAIL THRU 2950-EXIT.
002940 2300-EXIT.
002950     EXIT.
002960******************************************************
002970* 2500-VALIDATE-FIELDS - ALL EDITS FOR ADD AND CHANGE.
002980*                        FIRST FAILURE WINS THE REASON
002990******************************************************
003000 2500-VALIDATE-FIELDS.
003010     PERFORM 2100-LOOKUP-CONTRACT THRU 2100-EXIT.
003020     IF NOT WS-FOUND
003030         MOVE "CNTNUM NOT ON FILE" TO WS-REJ-RSN
003040         GO TO 2500-EXIT
003050     END-IF.
003060     IF PAY_GAFMST-CHCKYN = "Y"
003070         MOVE "CONTRACT TERMINATED" TO WS-REJ-RSN
003080         GO TO 2500-EXIT
003090     END-IF.
003100     MOVE AS-ACQDAY TO WS-VAL-DATE.
003110     PERFORM 5000-VALIDATE-DATE THRU 5000-EXIT.
003120     IF NOT WS-DATE-OK
003130         MOVE "BAD ACQDAY DATE" TO WS-REJ-RSN
003140         GO TO 2500-EXIT
003150     END-IF.
003160     IF AS-ACQDAY > WS-TODAY
003170         MOVE "ACQDAY IN FUTURE" TO WS-REJ-RSN
003180         GO TO 2500-EXIT
003190     END-IF.
003200     PERFORM 2600-LOOKUP-ASSET-CODE THRU 2600-EXIT.
003210     IF WS-EQP-SISAN = SPACES
003220         MOVE "NO CB6 ASSET CODE" TO WS-REJ-RSN
003230         GO TO 2500-EXIT
003240     END-IF.
003250     IF AS-ACQCST NOT NUMERIC OR AS-RSDAMT NOT NUMERIC
003260         MOVE "AMOUNT NOT NUMERIC" TO WS-REJ-RSN
003270         GO TO 2500-EXIT
003280     END-IF.
003290     IF AS-ACQCST NOT > ZERO
003300         MOVE "COST NOT POSITIVE" TO WS-REJ-RSN
003310         GO TO 2500-EXIT
003320     END-IF.
003330     IF AS-RSDAMT < ZERO OR AS-RSDAMT NOT < AS-ACQCST
003340         MOVE "BAD RESIDUAL VALUE" TO WS-REJ-RSN
003350         GO TO 2500-EXIT
003360     END-IF.
003370     IF AS-LIFMOS NOT NUMERIC
003380         MOVE "LIFE NOT NUMERIC" TO WS-REJ-RSN
003390         GO TO 2500-EXIT
003400     END-IF.
003410     IF AS-LIFMOS = ZERO
003420         MOVE "LIFE IS ZERO" TO WS-REJ-RSN
003430         GO TO 2500-EXIT
003440     END-IF.
003450     IF AS-DEPMTH NOT = "S" AND AS-DEPMTH NOT = "D"
003460         MOVE "BAD METHOD" TO WS-REJ-RSN
003470         GO TO 2500-EXIT
003480     END-IF.
003490 2500-EXIT.
003500     EXIT.
003510******************************************************
003520* 2600-LOOKUP-ASSET-CODE - THE CPBIS006 ENTRY FOR THE
003530*                          CONTRACT'S EQPCOD IN FORCE AT
003540*                          ACQDAY, THE BIL102 WAY
003550******************************************************
003560 2600-LOOKUP-ASSET-CODE.
003570     MOVE SPACES TO WS-EQP-SISAN.
003580     IF PAY_GAFMST-EQPCOD = SPACES
003590         GO TO 2600-EXIT
003600     END-IF.
003610     MOVE AS-ACQDAY(1:2) TO WS-CC.
003620     COMPUTE WS-TGT-SEIKI = WS-CC - 18.
003630     MOVE AS-ACQDAY(3:6) TO WS-TGT-NENGET.
003640     MOVE "N" TO WS-EQP-EOF-SW.
003650     MOVE PAY_GAFMST-EQPCOD TO CB6-識別コード.
003660     MOVE ZERO TO CB6-適用年月日ＦＲＯＭ−世紀.
003670     MOVE LOW-VALUES
003680         TO CB6-適用年月日ＦＲＯＭ−年月日.
003690     START CPBIS006-FILE KEY IS NOT LESS THAN
003700           CB6-エントリーキー部
003710         INVALID KEY
003720             MOVE "Y" TO WS-EQP-EOF-SW
003730     END-START.
003740     PERFORM 2610-SCAN-ENTRY THRU 2610-EXIT
003750         UNTIL WS-EQP-EOF.
003760 2600-EXIT.
003770     EXIT.
003780******************************************************
003790* 2610-SCAN-ENTRY - NEXT CPBIS006 ENTRY OF THE EQUIPMENT
003800*                   CODE; STOP AT THE FIRST ONE THAT
003810*                   STARTS AFTER THE ACQUISITION MONTH
003820******************************************************
003830 2610-SCAN-ENTRY.
003840     READ CPBIS006-FILE NEXT RECORD
003850         AT END MOVE "Y" TO WS-EQP-EOF-SW
003860            GO TO 2610-EXIT
003870     END-READ.
003880     IF CB6-識別コード NOT = PAY_GAFMST-EQPCOD
003890         MOVE "Y" TO WS-EQP-EOF-SW
003900         GO TO 2610-EXIT
003910     END-IF.
003920     IF CB6-適用年月日ＦＲＯＭ > WS-TGT-FROM
003930         MOVE "Y" TO WS-EQP-EOF-SW
003940         GO TO 2610-EXIT
003950     END-IF.
003960     MOVE CB6-資産コード TO WS-EQP-SISAN.
003970 2610-EXIT.
003980     EXIT.
003990******************************************************
004000* 2900-WRITE-REJECT - ONE REGISTER LINE PER REJECT
004010******************************************************
004020 2900-WRITE-REJECT.
004030     ADD 1 TO WS-REJ-CNT.
004040     MOVE "REJECTED" TO DL-RESULT.
004050     PERFORM 2950-WRITE-DETAIL THRU 2950-EXIT.
004060 2900-EXIT.
004070     EXIT.
004080******************************************************
004090* 2950-WRITE-DETAIL - ECHO THE TRANSACTION TO REGISTER
004100******************************************************
004110 2950-WRITE-DETAIL.
004120     MOVE AS-ACTCOD TO DL-ACTCOD.
004130     MOVE AS-ASTNUM TO DL-ASTNUM.
004140     MOVE AS-CNTNUM TO DL-CNTNUM.
004150     MOVE WS-EQP-SISAN TO DL-ASTCOD.
004160     MOVE WS-REJ-RSN TO DL-REASON.
004170     WRITE PAY145-RPT-REC FROM WS-DETAIL-LINE.
004180 2950-EXIT.
004190     EXIT.
004200******************************************************
004210* 3000-TERMINATE - CONTROL COUNTS, COMMIT THE WORK
004220******************************************************
004230 3000-TERMINATE.
004240     MOVE WS-ACC-CNT TO TL-ACCEPT.
004250     MOVE WS-REJ-CNT TO TL-REJECT.
004260     WRITE PAY145-RPT-REC FROM WS-TOTAL-LINE.
004270     EXEC SQL
004280         COMMIT
004290     END-EXEC.
004300     CLOSE CPBIS006-FILE.
004310     CLOSE ASTTRN-FILE.
004320     CLOSE PAY145-RPT.
004330 3000-EXIT.
004340     EXIT.
004350******************************************************
004360* 5000-VALIDATE-DATE - WS-VAL-DATE MUST BE A REAL
004370*                      YYYYMMDD CALENDAR DATE
004380******************************************************
004390 5000-VALIDATE-DATE.
004400     MOVE "N" TO WS-DATE-OK-SW.
004410     IF WS-VAL-DATE NOT NUMERIC
004420         GO TO 5000-EXIT
004430     END-IF.
004440     MOVE WS-VAL-DATE(1:4) TO WS-VAL-YYYY.
004450     MOVE WS-VAL-DATE(5:2) TO WS-VAL-MM.
004460     MOVE WS-VAL-DATE(7:2) TO WS-VAL-DD.
004470     IF WS-VAL-YYYY < 1900 OR WS-VAL-YYYY > 2099
004480         GO TO 5000-EXIT
004490     END-IF.
004500     IF WS-VAL-MM < 1 OR WS-VAL-MM > 12
004510         GO TO 5000-EXIT
004520     END-IF.
004530     PERFORM 5100-MONTH-DAYS THRU 5100-EXIT.
004540     IF WS-VAL-DD < 1 OR WS-VAL-DD > WS-VAL-MAXDD
004550         GO TO 5000-EXIT
004560     END-IF.
004570     MOVE "Y" TO WS-DATE-OK-SW.
004580 5000-EXIT.
004590     EXIT.
004600******************************************************
004610* 5100-MONTH-DAYS - DAYS IN MONTH WS-VAL-MM OF YEAR
004620*                   WS-VAL-YYYY INTO WS-VAL-MAXDD
004630******************************************************
004640 5100-MONTH-DAYS.
004650     MOVE 31 TO WS-VAL-MAXDD.
004660     IF WS-VAL-MM = 4 OR WS-VAL-MM = 6
004670        OR WS-VAL-MM = 9 OR WS-VAL-MM = 11
004680         MOVE 30 TO WS-VAL-MAXDD
004690     END-IF.
004700     IF WS-VAL-MM = 2
004710         MOVE 28 TO WS-VAL-MAXDD
004720         DIVIDE WS-VAL-YYYY BY 4
004730             GIVING WS-LEAP-QUOT REMAINDER WS-LEAP-REM4
004740         DIVIDE WS-VAL-YYYY BY 100
004750             GIVING WS-LEAP-QUOT REMAINDER WS-LEAP-REM100
004760         DIVIDE WS-VAL-YYYY BY 400
004770             GIVING WS-LEAP-QUOT REMAINDER WS-LEAP-REM400
004780         IF WS-LEAP-REM4 = 0
004790            AND (WS-LEAP-REM100 NOT = 0
004800                 OR WS-LEAP-REM400 = 0)
004810             MOVE 29 TO WS-VAL-MAXDD
004820         END-IF
004830     END-IF.
004840 5100-EXIT.
004850     EXIT.
