000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. PAY146.
000030 AUTHOR. K.SATO.
000040 INSTALLATION. SYSTEM DEVELOPMENT DEPT.
000050 DATE-WRITTEN. 2026-09-21.
000060 DATE-COMPILED.
000070******************************************************
000080* MODIFICATION HISTORY
000090*  2026-09-21  K.SATO   INITIAL VERSION - MONTH-END
000100*                       DEPRECIATION OF THE ASTREG LEASED
000110*                       ASSET REGISTER. EVERY ACTIVE ASSET
000120*                       IS CHARGED FOR EACH MONTH FROM ITS
000130*                       ACQUISITION MONTH NOT YET CHARGED,
000140*                       STRAIGHT LINE OR DOUBLE DECLINING
000150*                       BALANCE, NEVER BELOW THE RESIDUAL
000160*                       VALUE AND WITH THE LAST MONTH OF
000170*                       THE LIFE TAKING UP THE REMAINDER.
000180*                       THE CHARGE IS ROLLED UP BY DIVCOD /
000190*                       EXPCOD OF THE LEASING CONTRACT AND
000200*                       JOURNALED IN THE PAY116 GLJRNL
000210*                       LAYOUT - DR DEPRECIATION EXPENSE,
000220*                       CR ACCUMULATED DEPRECIATION, COST
000230*                       CENTER FROM PAY_GLAMAP - WITH A
000240*                       PROOF REPORT. ASSETS OF AN UNMAPPED
000250*                       GROUP ARE LEFT UNCHARGED AND THE
000260*                       RUN ENDS F ON RUNCTL
000270*  2026-10-15  K.SATO   THE ASSET CURSOR IS CLOSED ONLY IF
000280*                       IT WAS OPENED, AHEAD OF THE COMMIT
000290******************************************************
000300 ENVIRONMENT DIVISION.
000310 INPUT-OUTPUT SECTION.
000320 FILE-CONTROL.
000330     SELECT PARM-FILE ASSIGN TO DEPPARM.
000340     SELECT DEPJRN-FILE ASSIGN TO DEPJRNOU.
000350     SELECT PAY146-RPT ASSIGN TO PAY146RP.
000360 DATA DIVISION.
000370 FILE SECTION.
000380 FD  PARM-FILE
000390     RECORDING MODE IS F
000400     LABEL RECORDS ARE STANDARD.
000410 01  PARM-REC.
000420     03 PARM-RUN-PSN     PIC X(004).
000430 FD  DEPJRN-FILE
000440     RECORDING MODE IS F
000450     LABEL RECORDS ARE STANDARD.
000460 01  DEPJRN-REC.
000470     03 JR-GLACCT        PIC X(008).
000480     03 JR-CSTCTR        PIC X(006).
000490     03 JR-DRCR          PIC X(001).
000500     03 JR-AMOUNT        PIC S9(013) COMP-3.
000510     03 JR-DIVCOD        PIC X(004).
000520     03 JR-EXPCOD        PIC X(003).
000530     03 JR-PSTDAY        PIC X(008).
000540 FD  PAY146-RPT
000550     RECORDING MODE IS F
000560     LABEL RECORDS ARE STANDARD.
000570 01  PAY146-RPT-REC              PIC X(080).
000580 WORKING-STORAGE SECTION.
000590     EXEC SQL INCLUDE SQLCA END-EXEC.
000600     EXEC SQL INCLUDE PAY_GAFMST END-EXEC.
000610     EXEC SQL INCLUDE PAY_ASTREG END-EXEC.
000620     EXEC SQL INCLUDE PAY_GLAMAP END-EXEC.
000630     EXEC SQL INCLUDE PAY_RUNCTL END-EXEC.
000640 77  WS-EOF-SW           PIC X(001) VALUE "N".
000650     88 WS-EOF                      VALUE "Y".
000660 77  WS-FIRST-SW         PIC X(001) VALUE "Y".
000670     88 WS-FIRST-ROW                VALUE "Y".
000680 77  WS-MAP-OK-SW        PIC X(001) VALUE "N".
000690     88 WS-MAP-OK                   VALUE "Y".
000700 77  WS-CSR-SW           PIC X(001) VALUE "N".
000710     88 WS-CSR-OPEN                 VALUE "Y".
000720 77  WS-TODAY            PIC X(008).
000730 77  WS-NOWTIME          PIC X(006).
000740 77  WS-THIS-MONTH       PIC X(006).
000750 77  WS-PREV-DIVCOD      PIC X(004).
000760 77  WS-PREV-EXPCOD      PIC X(003).
000770 77  WS-DEP-ACCT         PIC X(008) VALUE "83100000".
000780 77  WS-ACD-ACCT         PIC X(008) VALUE "15900000".
000790 77  WS-MOS-YYYY         PIC 9(004).
000800 77  WS-MOS-MM           PIC 9(002).
000810 77  WS-CUR-MOS          PIC S9(007) COMP-3.
000820 77  WS-ACQ-MOS          PIC S9(007) COMP-3.
000830 77  WS-DUE-CNT          PIC S9(005) COMP-3.
000840 77  WS-MOS-TODO         PIC S9(005) COMP-3.
000850 77  WS-MOS-IDX          PIC S9(005) COMP-3.
000860 77  WS-NBV              PIC S9(013) COMP-3.
000870 77  WS-DEP-BASE         PIC S9(013) COMP-3.
000880 77  WS-MONTH-DEP        PIC S9(013) COMP-3.
000890 77  WS-AST-DEP          PIC S9(013) COMP-3.
000900 77  WS-EX-DEPAMT        PIC S9(013) COMP-3 VALUE ZERO.
000910 77  WS-GR-DEPAMT        PIC S9(013) COMP-3 VALUE ZERO.
000920 77  WS-DR-TOTAL         PIC S9(013) COMP-3 VALUE ZERO.
000930 77  WS-CR-TOTAL         PIC S9(013) COMP-3 VALUE ZERO.
000940 77  WS-AST-CNT          PIC S9(007) COMP-3 VALUE ZERO.
000950 77  WS-UNMAP-CNT        PIC S9(007) COMP-3 VALUE ZERO.
000960 77  WS-RC-STS           PIC X(001) VALUE "C".
000970 01  WS-DETAIL-LINE.
000980     03 DL-ASTNUM        PIC 9(007).
000990     03 FILLER           PIC X(002) VALUE SPACES.
001000     03 DL-CNTNUM        PIC X(009).
001010     03 FILLER           PIC X(002) VALUE SPACES.
001020     03 DL-DIVCOD        PIC X(004).
001030     03 FILLER           PIC X(001) VALUE "-".
001040     03 DL-EXPCOD        PIC X(003).
001050     03 FILLER           PIC X(006) VALUE "  MOS ".
001060     03 DL-MONTHS        PIC ZZ9.
001070     03 FILLER           PIC X(001) VALUE SPACES.
001080     03 DL-CHARGE        PIC -(011)9.99.
001090     03 FILLER           PIC X(005) VALUE "  NBV".
001100     03 DL-NBV           PIC -(011)9.99.
001110     03 FILLER           PIC X(007) VALUE SPACES.
001120 01  WS-GROUP-LINE.
001130     03 FILLER           PIC X(006) VALUE "GROUP ".
001140     03 GL-DIVCOD        PIC X(004).
001150     03 FILLER           PIC X(001) VALUE "-".
001160     03 GL-EXPCOD        PIC X(003).
001170     03 FILLER           PIC X(002) VALUE SPACES.
001180     03 GL-CSTCTR        PIC X(006).
001190     03 FILLER           PIC X(002) VALUE SPACES.
001200     03 GL-DEPAMT        PIC -(011)9.99.
001210     03 FILLER           PIC X(041) VALUE SPACES.
001220 01  WS-UNMAP-LINE.
001230     03 FILLER           PIC X(009) VALUE "UNMAPPED ".
001240     03 UM-ASTNUM        PIC 9(007).
001250     03 FILLER           PIC X(002) VALUE SPACES.
001260     03 UM-CNTNUM        PIC X(009).
001270     03 FILLER           PIC X(002) VALUE SPACES.
001280     03 UM-DIVCOD        PIC X(004).
001290     03 FILLER           PIC X(001) VALUE "-".
001300     03 UM-EXPCOD        PIC X(003).
001310     03 FILLER           PIC X(043) VALUE SPACES.
001320 01  WS-PROOF-LINE.
001330     03 FILLER           PIC X(007) VALUE "DEBITS ".
001340     03 PF-DEBITS        PIC -(011)9.99.
001350     03 FILLER           PIC X(009) VALUE "  CREDITS".
001360     03 PF-CREDITS       PIC -(011)9.99.
001370     03 FILLER           PIC X(034) VALUE SPACES.
001380 01  WS-GRAND-LINE.
001390     03 FILLER           PIC X(010) VALUE "ASSETS    ".
001400     03 GT-COUNT         PIC -(006)9.
001410     03 FILLER           PIC X(014) VALUE "  DEPRECIATION".
001420     03 GT-DEPAMT        PIC -(011)9.99.
001430     03 FILLER           PIC X(034) VALUE SPACES.
001440 01  WS-VERDICT-LINE.
001450     03 VD-TEXT          PIC X(030).
001460     03 FILLER           PIC X(050) VALUE SPACES.
001470******************************************************
001480* PROCEDURE DIVISION
001490******************************************************
001500 PROCEDURE DIVISION.
001510 0000-MAINLINE.
001520     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001530     PERFORM 2000-PROCESS-ASSET THRU 2000-EXIT
001540         UNTIL WS-EOF.
001550     PERFORM 3000-TERMINATE THRU 3000-EXIT.
001560     STOP RUN.
001570******************************************************
001580* 1000-INITIALIZE - PARM CARD, RUN CONTROL, OPEN THE
001590*                   ACTIVE ASSET CURSOR IN GROUP ORDER
001600******************************************************
001610 1000-INITIALIZE.
001620     OPEN INPUT PARM-FILE.
001630     OPEN OUTPUT DEPJRN-FILE.
001640     OPEN OUTPUT PAY146-RPT.
001650     ACCEPT WS-TODAY FROM DATE YYYYMMDD.
001660     ACCEPT WS-NOWTIME FROM TIME.
001670     MOVE WS-TODAY(1:6) TO WS-THIS-MONTH.
001680     MOVE WS-TODAY(1:4) TO WS-MOS-YYYY.
001690     MOVE WS-TODAY(5:2) TO WS-MOS-MM.
001700     COMPUTE WS-CUR-MOS = (WS-MOS-YYYY * 12) + WS-MOS-MM.
001710     PERFORM 1050-REGISTER-START THRU 1050-EXIT.
001720     READ PARM-FILE
001730         AT END DISPLAY "PAY146 - MISSING PARAMETER CARD"
001740            MOVE "Y" TO WS-EOF-SW
001750            MOVE "F" TO WS-RC-STS
001760            GO TO 1000-EXIT
001770     END-READ.
001780     EXEC SQL
001790         DECLARE DEPAST-CSR CURSOR FOR
001800         SELECT A.ASTNUM, A.CNTNUM, A.ACQDAY, A.ACQCST,
001810                A.RSDAMT, A.LIFMOS, A.DEPMTH, A.ACMDEP,
001820                A.DEPCNT, G.DIVCOD, G.EXPCOD
001830           FROM ASTREG A, GAFMST G
001840          WHERE G.CNTNUM = A.CNTNUM
001850            AND A.ASTSTS = 'A'
001860            AND A.ACQDAY <= :WS-TODAY
001870          ORDER BY G.DIVCOD, G.EXPCOD, A.ASTNUM
001880     END-EXEC.
001890     EXEC SQL
001900         OPEN DEPAST-CSR
001910     END-EXEC.
001920     MOVE "Y" TO WS-CSR-SW.
001930     PERFORM 2100-FETCH-ASSET THRU 2100-EXIT.
001940 1000-EXIT.
001950     EXIT.
001960******************************************************
001970* 2000-PROCESS-ASSET - CONTROL BREAK ON DIVCOD/EXPCOD,
001980*                      THEN DEPRECIATE ONE ASSET
001990******************************************************
002000 2000-PROCESS-ASSET.
002010     IF WS-FIRST-ROW
002020         MOVE "N" TO WS-FIRST-SW
002030         MOVE PAY_GAFMST-DIVCOD TO WS-PREV-DIVCOD
002040         MOVE PAY_GAFMST-EXPCOD TO WS-PREV-EXPCOD
002050         PERFORM 2300-LOOKUP-MAP THRU 2300-EXIT
002060     ELSE
002070         IF PAY_GAFMST-EXPCOD NOT = WS-PREV-EXPCOD
002080          OR PAY_GAFMST-DIVCOD NOT = WS-PREV-DIVCOD
002090             PERFORM 2400-WRITE-GROUP THRU 2400-EXIT
002100             MOVE PAY_GAFMST-DIVCOD TO WS-PREV-DIVCOD
002110             MOVE PAY_GAFMST-EXPCOD TO WS-PREV-EXPCOD
002120             PERFORM 2300-LOOKUP-MAP THRU 2300-EXIT
002130         END-IF
002140     END-IF.
002150     IF NOT WS-MAP-OK
002160         ADD 1 TO WS-UNMAP-CNT
002170         MOVE PAY_ASTREG-ASTNUM TO UM-ASTNUM
002180         MOVE PAY_ASTREG-CNTNUM TO UM-CNTNUM
002190         MOVE PAY_GAFMST-DIVCOD TO UM-DIVCOD
002200         MOVE PAY_GAFMST-EXPCOD TO UM-EXPCOD
002210         WRITE PAY146-RPT-REC FROM WS-UNMAP-LINE
002220         GO TO 2000-NEXT
002230     END-IF.
002240     PERFORM 2200-DEPRECIATE THRU 2200-EXIT.
002250 2000-NEXT.
002260     PERFORM 2100-FETCH-ASSET THRU 2100-EXIT.
002270 2000-EXIT.
002280     EXIT.
002290******************************************************
002300* 2100-FETCH-ASSET - NEXT ACTIVE ASSET IN GROUP ORDER
002310******************************************************
002320 2100-FETCH-ASSET.
002330     EXEC SQL
002340         FETCH DEPAST-CSR
002350          INTO :PAY_ASTREG-ASTNUM, :PAY_ASTREG-CNTNUM,
002360               :PAY_ASTREG-ACQDAY, :PAY_ASTREG-ACQCST,
002370               :PAY_ASTREG-RSDAMT, :PAY_ASTREG-LIFMOS,
002380               :PAY_ASTREG-DEPMTH, :PAY_ASTREG-ACMDEP,
002390               :PAY_ASTREG-DEPCNT, :PAY_GAFMST-DIVCOD,
002400               :PAY_GAFMST-EXPCOD
002410     END-EXEC.
002420     IF SQLCODE NOT = 0
002430         MOVE "Y" TO WS-EOF-SW.
002440 2100-EXIT.
002450     EXIT.
002460******************************************************
002470* 2200-DEPRECIATE - CHARGE EVERY MONTH FROM THE
002480*                   ACQUISITION MONTH TO THIS ONE NOT
002490*                   YET CHARGED, UP TO THE USEFUL LIFE.
002500*                   A RERUN IN THE SAME MONTH FINDS
002510*                   NOTHING DUE
002520******************************************************
002530 2200-DEPRECIATE.
002540     MOVE PAY_ASTREG-ACQDAY(1:4) TO WS-MOS-YYYY.
002550     MOVE PAY_ASTREG-ACQDAY(5:2) TO WS-MOS-MM.
002560     COMPUTE WS-ACQ-MOS = (WS-MOS-YYYY * 12) + WS-MOS-MM.
002570     COMPUTE WS-DUE-CNT = WS-CUR-MOS - WS-ACQ-MOS + 1.
002580     IF WS-DUE-CNT > PAY_ASTREG-LIFMOS
002590         MOVE PAY_ASTREG-LIFMOS TO WS-DUE-CNT
002600     END-IF.
002610     COMPUTE WS-MOS-TODO = WS-DUE-CNT - PAY_ASTREG-DEPCNT.
002620     IF WS-MOS-TODO NOT > ZERO
002630         GO TO 2200-EXIT
002640     END-IF.
002650     MOVE ZERO TO WS-AST-DEP.
002660     PERFORM 2250-CHARGE-MONTH THRU 2250-EXIT
002670         VARYING WS-MOS-IDX FROM 1 BY 1
002680         UNTIL WS-MOS-IDX > WS-MOS-TODO.
002690     EXEC SQL
002700         UPDATE ASTREG
002710            SET ACMDEP = :PAY_ASTREG-ACMDEP,
002720                DEPCNT = :PAY_ASTREG-DEPCNT,
002730                LSTDEP = :WS-THIS-MONTH,
002740                MODDAY = :WS-TODAY,
002750                MODTIM = :WS-NOWTIME,
002760                MODPSN = :PARM-RUN-PSN
002770          WHERE ASTNUM = :PAY_ASTREG-ASTNUM
002780     END-EXEC.
002790     ADD WS-AST-DEP TO WS-EX-DEPAMT.
002800     ADD 1 TO WS-AST-CNT.
002810     MOVE PAY_ASTREG-ASTNUM TO DL-ASTNUM.
002820     MOVE PAY_ASTREG-CNTNUM TO DL-CNTNUM.
002830     MOVE PAY_GAFMST-DIVCOD TO DL-DIVCOD.
002840     MOVE PAY_GAFMST-EXPCOD TO DL-EXPCOD.
002850     MOVE WS-MOS-TODO TO DL-MONTHS.
002860     MOVE WS-AST-DEP TO DL-CHARGE.
002870     COMPUTE DL-NBV = PAY_ASTREG-ACQCST - PAY_ASTREG-ACMDEP.
002880     WRITE PAY146-RPT-REC FROM WS-DETAIL-LINE.
002890 2200-EXIT.
002900     EXIT.
002910******************************************************
002920* 2250-CHARGE-MONTH - ONE MONTH'S CHARGE. STRAIGHT LINE
002930*                     SPREADS COST LESS RESIDUAL OVER
002940*                     THE LIFE; DECLINING BALANCE TAKES
002950*                     TWICE THE STRAIGHT-LINE RATE OF THE
002960*                     NET BOOK VALUE. NEITHER GOES BELOW
002970*                     THE RESIDUAL, AND THE LAST MONTH OF
002980*                     THE LIFE TAKES WHATEVER IS LEFT
002990******************************************************
003000 2250-CHARGE-MONTH.
003010     COMPUTE WS-NBV = PAY_ASTREG-ACQCST - PAY_ASTREG-ACMDEP.
003020     COMPUTE WS-DEP-BASE = WS-NBV - PAY_ASTREG-RSDAMT.
003030     ADD 1 TO PAY_ASTREG-DEPCNT.
003040     IF WS-DEP-BASE NOT > ZERO
003050         GO TO 2250-EXIT
003060     END-IF.
003070     IF PAY_ASTREG-DEPCNT NOT < PAY_ASTREG-LIFMOS
003080         MOVE WS-DEP-BASE TO WS-MONTH-DEP
003090     ELSE
003100         IF PAY_ASTREG-DEP-DECLINING
003110             COMPUTE WS-MONTH-DEP ROUNDED =
003120                 WS-NBV * 2 / PAY_ASTREG-LIFMOS
003130         ELSE
003140             COMPUTE WS-MONTH-DEP ROUNDED =
003150                 (PAY_ASTREG-ACQCST - PAY_ASTREG-RSDAMT)
003160                 / PAY_ASTREG-LIFMOS
003170         END-IF
003180         IF WS-MONTH-DEP > WS-DEP-BASE
003190             MOVE WS-DEP-BASE TO WS-MONTH-DEP
003200         END-IF
003210     END-IF.
003220     ADD WS-MONTH-DEP TO PAY_ASTREG-ACMDEP.
003230     ADD WS-MONTH-DEP TO WS-AST-DEP.
003240 2250-EXIT.
003250     EXIT.
003260******************************************************
003270* 2300-LOOKUP-MAP - COST CENTER FOR THIS DIVCOD/EXPCOD
003280******************************************************
003290 2300-LOOKUP-MAP.
003300     MOVE "N" TO WS-MAP-OK-SW.
003310     EXEC SQL
003320         SELECT GLACCT, CSTCTR
003330           INTO :PAY_GLAMAP-GLACCT, :PAY_GLAMAP-CSTCTR
003340           FROM GLAMAP
003350          WHERE DIVCOD = :WS-PREV-DIVCOD
003360            AND EXPCOD = :WS-PREV-EXPCOD
003370     END-EXEC.
003380     IF SQLCODE = 0
003390         MOVE "Y" TO WS-MAP-OK-SW.
003400 2300-EXIT.
003410     EXIT.
003420******************************************************
003430* 2400-WRITE-GROUP - ONE BALANCED PAIR PER MAPPED GROUP:
003440*                    DR DEPRECIATION EXPENSE, CR
003450*                    ACCUMULATED DEPRECIATION
003460******************************************************
003470 2400-WRITE-GROUP.
003480     IF NOT WS-MAP-OK OR WS-EX-DEPAMT = ZERO
003490         GO TO 2400-EXIT
003500     END-IF.
003510     MOVE WS-DEP-ACCT TO JR-GLACCT.
003520     MOVE PAY_GLAMAP-CSTCTR TO JR-CSTCTR.
003530     MOVE "D" TO JR-DRCR.
003540     MOVE WS-EX-DEPAMT TO JR-AMOUNT.
003550     MOVE WS-PREV-DIVCOD TO JR-DIVCOD.
003560     MOVE WS-PREV-EXPCOD TO JR-EXPCOD.
003570     MOVE WS-TODAY TO JR-PSTDAY.
003580     WRITE DEPJRN-REC.
003590     ADD WS-EX-DEPAMT TO WS-DR-TOTAL.
003600     MOVE WS-ACD-ACCT TO JR-GLACCT.
003610     MOVE "C" TO JR-DRCR.
003620     WRITE DEPJRN-REC.
003630     ADD WS-EX-DEPAMT TO WS-CR-TOTAL.
003640     MOVE WS-PREV-DIVCOD TO GL-DIVCOD.
003650     MOVE WS-PREV-EXPCOD TO GL-EXPCOD.
003660     MOVE PAY_GLAMAP-CSTCTR TO GL-CSTCTR.
003670     MOVE WS-EX-DEPAMT TO GL-DEPAMT.
003680     WRITE PAY146-RPT-REC FROM WS-GROUP-LINE.
003690     ADD WS-EX-DEPAMT TO WS-GR-DEPAMT.
003700     MOVE ZERO TO WS-EX-DEPAMT.
003710 2400-EXIT.
003720     EXIT.
003730******************************************************
003740* 3000-TERMINATE - FINAL GROUP, PROOF AND VERDICT
003750******************************************************
003760 3000-TERMINATE.
003770     IF NOT WS-FIRST-ROW
003780         PERFORM 2400-WRITE-GROUP THRU 2400-EXIT
003790     END-IF.
003800     MOVE WS-AST-CNT TO GT-COUNT.
003810     MOVE WS-GR-DEPAMT TO GT-DEPAMT.
003820     WRITE PAY146-RPT-REC FROM WS-GRAND-LINE.
003830     MOVE WS-DR-TOTAL TO PF-DEBITS.
003840     MOVE WS-CR-TOTAL TO PF-CREDITS.
003850     WRITE PAY146-RPT-REC FROM WS-PROOF-LINE.
003860     IF WS-DR-TOTAL = WS-CR-TOTAL
003870        AND WS-UNMAP-CNT = ZERO
003880         MOVE "JOURNAL BALANCED - RELEASE" TO VD-TEXT
003890     ELSE
003900         MOVE "JOURNAL NOT BALANCED - HOLD" TO VD-TEXT
003910         MOVE "F" TO WS-RC-STS
003920     END-IF.
003930     WRITE PAY146-RPT-REC FROM WS-VERDICT-LINE.
003940     PERFORM 3050-REGISTER-END THRU 3050-EXIT.
003950     IF WS-CSR-OPEN
003960         EXEC SQL
003970             CLOSE DEPAST-CSR
003980         END-EXEC
003990     END-IF.
004000     EXEC SQL
004010         COMMIT
004020     END-EXEC.
004030     CLOSE PARM-FILE.
004040     CLOSE DEPJRN-FILE.
004050     CLOSE PAY146-RPT.
004060 3000-EXIT.
004070     EXIT.
004080******************************************************
004090* 1050-REGISTER-START - RUNCTL RUN CONTROL: NO
004100*                       DUPLICATE RUN FOR THE DATE
004110******************************************************
004120 1050-REGISTER-START.
004130     EXEC SQL
004140         SELECT RUNSTS
004150           INTO :WS-RC-STS
004160           FROM RUNCTL
004170          WHERE PGMNAM = 'PAY146'
004180            AND BUSDAY = :WS-TODAY
004190     END-EXEC.
004200     IF SQLCODE = 0
004210         DISPLAY "PAY146 - ALREADY RUN FOR " WS-TODAY
004220                 " - PAY129 OVERRIDE REQUIRED"
004230         PERFORM 1090-REFUSE-START THRU 1090-EXIT
004240     END-IF.
004250     MOVE "C" TO WS-RC-STS.
004260     EXEC SQL
004270         INSERT INTO RUNCTL
004280             (PGMNAM, BUSDAY, STRDAY, STRTIM, ENDDAY,
004290              ENDTIM, RUNSTS, EXCCNT)
004300         VALUES
004310             ('PAY146', :WS-TODAY, :WS-TODAY,
004320              :WS-NOWTIME, ' ', ' ', 'R', 0)
004330     END-EXEC.
004340     EXEC SQL
004350         COMMIT
004360     END-EXEC.
004370 1050-EXIT.
004380     EXIT.
004390******************************************************
004400* 1090-REFUSE-START - THE RUN MAY NOT PROCEED. A
004410*                     DELIBERATE RERUN NEEDS A PAY129
004420*                     OPERATOR OVERRIDE FIRST
004430******************************************************
004440 1090-REFUSE-START.
004450     MOVE 16 TO RETURN-CODE.
004460     STOP RUN.
004470 1090-EXIT.
004480     EXIT.
004490******************************************************
004500* 3050-REGISTER-END - CLOSE THE RUNCTL ROW OUT WITH
004510*                     THE FINAL STATUS IN WS-RC-STS
004520******************************************************
004530 3050-REGISTER-END.
004540     ACCEPT WS-NOWTIME FROM TIME.
004550     EXEC SQL
004560         UPDATE RUNCTL
004570            SET ENDDAY = :WS-TODAY,
004580                ENDTIM = :WS-NOWTIME,
004590                RUNSTS = :WS-RC-STS,
004600                EXCCNT = :WS-UNMAP-CNT
004610          WHERE PGMNAM = 'PAY146'
004620            AND BUSDAY = :WS-TODAY
004630     END-EXEC.
004640 3050-EXIT.
004650     EXIT.
