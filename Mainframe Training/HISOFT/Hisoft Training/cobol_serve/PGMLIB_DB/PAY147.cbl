000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. PAY147.
000030 AUTHOR. K.SATO.
000040 INSTALLATION. SYSTEM DEVELOPMENT DEPT.
000050 DATE-WRITTEN. 2026-09-23.
000060 DATE-COMPILED.
000070******************************************************
000080* MODIFICATION HISTORY
000090*  2026-09-23  K.SATO   INITIAL VERSION - MONTH-END
000100*                       INSURER BORDEREAU, ONE RUN PER
000110*                       保険会社コード (BDXPARM). THE
000120*                       CPBIS006 ENTRY IN FORCE AT THE
000130*                       MONTH END FOR EACH 識別コード THAT
000140*                       NAMES THE INSURER AND IS NOT PAST
000150*                       ITS 保険満了日 IS JOINED TO THE
000160*                       ACTIVE GAFMST CONTRACTS ON EQPCOD.
000170*                       EACH INSURED ASSET IS PRICED FROM
000180*                       THE INSRAT RATE FOR ITS 保険料識別
000190*                       AND KEPT ON INSBDX, SO THAT LAST
000200*                       MONTH'S ROWS GIVE THE ADDITIONS AND
000210*                       CANCELLATIONS. WRITES THE BDXFILOU
000220*                       BORDEREAU (HEADER/DETAIL/TRAILER)
000230*                       AND THE PAY147RP SUMMARY BY CLASS.
000240*                       REPLACES THE HAND LISTS MADE FROM
000250*                       CB100
000260******************************************************
000270 ENVIRONMENT DIVISION.
000280 INPUT-OUTPUT SECTION.
000290 FILE-CONTROL.
000300     SELECT PARM-FILE ASSIGN TO BDXPARM.
000310     SELECT CPBIS006-FILE ASSIGN TO CPBI6IN
000320         ORGANIZATION IS INDEXED
000330         ACCESS MODE IS SEQUENTIAL
000340         RECORD KEY IS CB6-エントリーキー部.
000350     SELECT BDX-FILE ASSIGN TO BDXFILOU.
000360     SELECT PAY147-RPT ASSIGN TO PAY147RP.
000370 DATA DIVISION.
000380 FILE SECTION.
000390 FD  PARM-FILE
000400     RECORDING MODE IS F
000410     LABEL RECORDS ARE STANDARD.
000420 01  PARM-REC.
000430     03 PARM-INSCOD      PIC X(001).
000440     03 PARM-MONTH       PIC X(006).
000450     03 PARM-RUN-PSN     PIC X(004).
000460 FD  CPBIS006-FILE
000470     RECORDING MODE IS F
000480     LABEL RECORDS ARE STANDARD.
000490 01  CB6-REC.
000500     COPY CPBIS006.
000510 FD  BDX-FILE
000520     RECORDING MODE IS F
000530     LABEL RECORDS ARE STANDARD.
000540 01  BDX-REC.
000550     03 BX-RECTYP        PIC X(001).
000560         88 BX-HEADER              VALUE "H".
000570         88 BX-DETAIL              VALUE "D".
000580         88 BX-TRAILER             VALUE "T".
000590     03 BX-DETAIL-DATA.
000600        05 BX-MOVTYP     PIC X(001).
000610        05 BX-CNTNUM     PIC X(009).
000620        05 BX-EQPCOD     PIC X(004).
000630        05 BX-ASTCOD     PIC X(007).
000640        05 BX-PRMCLS     PIC X(003).
000650        05 BX-EXPDAY     PIC X(008).
000660        05 BX-PAYCLT     PIC X(008).
000670        05 BX-INSVAL     PIC S9(013) COMP-3.
000680        05 BX-PRMAMT     PIC S9(013) COMP-3.
000690     03 BX-HEADER-DATA REDEFINES BX-DETAIL-DATA.
000700        05 BX-INSCOD     PIC X(001).
000710        05 BX-BDXMON     PIC X(006).
000720        05 BX-RUNDAY     PIC X(008).
000730        05 FILLER        PIC X(039).
000740     03 BX-TRAILER-DATA REDEFINES BX-DETAIL-DATA.
000750        05 BX-RECCNT     PIC 9(007).
000760        05 BX-ADDCNT     PIC 9(007).
000770        05 BX-CANCNT     PIC 9(007).
000780        05 BX-HSHAMT     PIC S9(015) COMP-3.
000790        05 FILLER        PIC X(025).
000800 FD  PAY147-RPT
000810     RECORDING MODE IS F
000820     LABEL RECORDS ARE STANDARD.
000830 01  PAY147-RPT-REC              PIC X(080).
000840 WORKING-STORAGE SECTION.
000850     EXEC SQL INCLUDE SQLCA END-EXEC.
000860     EXEC SQL INCLUDE PAY_GAFMST END-EXEC.
000870     EXEC SQL INCLUDE PAY_INSRAT END-EXEC.
000880     EXEC SQL INCLUDE PAY_INSBDX END-EXEC.
000890 77  WS-EOF-SW           PIC X(001) VALUE "N".
000900     88 WS-EOF                      VALUE "Y".
000910 77  WS-CNT-EOF-SW       PIC X(001) VALUE "N".
000920     88 WS-CNT-EOF                  VALUE "Y".
000930 77  WS-BDX-EOF-SW       PIC X(001) VALUE "N".
000940     88 WS-BDX-EOF                  VALUE "Y".
000950 77  WS-FIRST-SW         PIC X(001) VALUE "Y".
000960     88 WS-FIRST-ROW                VALUE "Y".
000970 77  WS-HLD-SW           PIC X(001) VALUE "N".
000980     88 WS-HLD-ENTRY                VALUE "Y".
000990 77  WS-RATE-SW          PIC X(001) VALUE "N".
001000     88 WS-RATE-FOUND               VALUE "Y".
001010 77  WS-ABORT-SW         PIC X(001) VALUE "N".
001020     88 WS-ABORT                    VALUE "Y".
001030 77  WS-TODAY            PIC X(008).
001040 77  WS-NOWTIME          PIC X(006).
001050 77  WS-CC               PIC 9(002).
001060 77  WS-BDX-MONTH        PIC X(006).
001070 77  WS-PRV-MONTH        PIC X(006).
001080 77  WS-MON-BGN          PIC X(008).
001090 77  WS-MON-END          PIC X(008).
001100 77  WS-VAL-YYYY         PIC 9(004).
001110 77  WS-VAL-MM           PIC 9(002).
001120 77  WS-VAL-MAXDD        PIC 9(002).
001130 77  WS-LEAP-REM4        PIC 9(004).
001140 77  WS-LEAP-REM100      PIC 9(004).
001150 77  WS-LEAP-REM400      PIC 9(004).
001160 77  WS-LEAP-QUOT        PIC 9(004).
001170 77  WS-PREV-CODE        PIC X(004).
001180 77  WS-HLD-SISAN        PIC X(007).
001190 77  WS-HLD-INSCOD       PIC X(001).
001200 77  WS-HLD-PRMCLS       PIC X(003).
001210 77  WS-HLD-MANRYO       PIC X(008).
001220 77  WS-PREV-PRMCLS      PIC X(003).
001230 77  WS-INSVAL           PIC S9(013) COMP-3.
001240 77  WS-PRMAMT           PIC S9(013) COMP-3.
001250 77  WS-PRV-CNT          PIC S9(007) COMP-3.
001260 77  WS-CL-ASSETS        PIC S9(007) COMP-3 VALUE ZERO.
001270 77  WS-CL-ADDED         PIC S9(007) COMP-3 VALUE ZERO.
001280 77  WS-CL-INSVAL        PIC S9(015) COMP-3 VALUE ZERO.
001290 77  WS-CL-PRMAMT        PIC S9(015) COMP-3 VALUE ZERO.
001300 77  WS-GT-ASSETS        PIC S9(007) COMP-3 VALUE ZERO.
001310 77  WS-GT-ADDED         PIC S9(007) COMP-3 VALUE ZERO.
001320 77  WS-GT-INSVAL        PIC S9(015) COMP-3 VALUE ZERO.
001330 77  WS-GT-PRMAMT        PIC S9(015) COMP-3 VALUE ZERO.
001340 77  WS-CAN-CNT          PIC S9(007) COMP-3 VALUE ZERO.
001350 77  WS-CAN-PRMAMT       PIC S9(015) COMP-3 VALUE ZERO.
001360 77  WS-NORATE-CNT       PIC S9(007) COMP-3 VALUE ZERO.
001370 77  WS-SUM-CNT          PIC S9(007) COMP-3.
001380 01  WS-TGT-FROM.
001390     03 WS-TGT-SEIKI     PIC 9(001).
001400     03 WS-TGT-NENGET    PIC X(006).
001410 01  WS-HEADER-LINE.
001420     03 FILLER           PIC X(008) VALUE "INSURER ".
001430     03 HL-INSCOD        PIC X(001).
001440     03 FILLER           PIC X(017) VALUE
001450         "  BORDEREAU FOR  ".
001460     03 HL-MONTH         PIC X(006).
001470     03 FILLER           PIC X(048) VALUE SPACES.
001480 01  WS-CLASS-LINE.
001490     03 CL-LABEL         PIC X(006).
001500     03 CL-PRMCLS        PIC X(003).
001510     03 FILLER           PIC X(008) VALUE " ASSETS ".
001520     03 CL-ASSETS        PIC ZZZZZ9.
001530     03 FILLER           PIC X(007) VALUE " ADDED ".
001540     03 CL-ADDED         PIC ZZZZZ9.
001550     03 FILLER           PIC X(007) VALUE " VALUE ".
001560     03 CL-INSVAL        PIC -(011)9.
001570     03 FILLER           PIC X(009) VALUE " PREMIUM ".
001580     03 CL-PRMAMT        PIC -(011)9.
001590     03 FILLER           PIC X(004) VALUE SPACES.
001600 01  WS-CANCEL-LINE.
001610     03 FILLER           PIC X(010) VALUE "CANCELLED ".
001620     03 CN-COUNT         PIC ZZZZZ9.
001630     03 FILLER           PIC X(026) VALUE
001640         "  LAST MONTH'S PREMIUM    ".
001650     03 CN-PRMAMT        PIC -(011)9.
001660     03 FILLER           PIC X(026) VALUE SPACES.
001670 01  WS-NORATE-LINE.
001680     03 FILLER           PIC X(018) VALUE
001690         "NO INSRAT RATE -  ".
001700     03 NR-PRMCLS        PIC X(003).
001710     03 FILLER           PIC X(002) VALUE SPACES.
001720     03 NR-EQPCOD        PIC X(004).
001730     03 FILLER           PIC X(002) VALUE SPACES.
001740     03 NR-CNTNUM        PIC X(009).
001750     03 FILLER           PIC X(042) VALUE SPACES.
001760 01  WS-COUNT-LINE.
001770     03 FILLER           PIC X(026) VALUE
001780         "ASSETS PRICED AT ZERO     ".
001790     03 CT-NORATE        PIC ZZZZZ9.
001800     03 FILLER           PIC X(048) VALUE SPACES.
001810******************************************************
001820* PROCEDURE DIVISION
001830******************************************************
001840 PROCEDURE DIVISION.
001850 0000-MAINLINE.
001860     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001870     PERFORM 2000-SCAN-ENTRY THRU 2000-EXIT
001880         UNTIL WS-EOF.
001890     PERFORM 3000-TERMINATE THRU 3000-EXIT.
001900     STOP RUN.
001910******************************************************
001920* 1000-INITIALIZE - PARM CARD, THE MONTH AND ITS KEY
001930*                   LIMIT, CLEAR ANY EARLIER RUN OF THE
001940*                   SAME MONTH FOR THE INSURER
001950******************************************************
001960 1000-INITIALIZE.
001970     OPEN INPUT PARM-FILE.
001980     OPEN INPUT CPBIS006-FILE.
001990     OPEN OUTPUT BDX-FILE.
002000     OPEN OUTPUT PAY147-RPT.
002010     ACCEPT WS-TODAY FROM DATE YYYYMMDD.
002020     ACCEPT WS-NOWTIME FROM TIME.
002030     READ PARM-FILE
002040         AT END DISPLAY "PAY147 - MISSING PARAMETER CARD"
002050            MOVE "Y" TO WS-EOF-SW
002060            MOVE "Y" TO WS-ABORT-SW
002070            GO TO 1000-EXIT
002080     END-READ.
002090     IF PARM-INSCOD = SPACES
002100         DISPLAY "PAY147 - NO INSURER CODE ON PARAMETER CARD"
002110         MOVE "Y" TO WS-EOF-SW
002120         MOVE "Y" TO WS-ABORT-SW
002130         GO TO 1000-EXIT
002140     END-IF.
002150     IF PARM-MONTH = SPACES
002160         MOVE WS-TODAY(1:6) TO WS-BDX-MONTH
002170     ELSE
002180         MOVE PARM-MONTH TO WS-BDX-MONTH
002190     END-IF.
002200     IF WS-BDX-MONTH NOT NUMERIC
002210        OR WS-BDX-MONTH(5:2) < "01"
002220        OR WS-BDX-MONTH(5:2) > "12"
002230         DISPLAY "PAY147 - BAD BORDEREAU MONTH " WS-BDX-MONTH
002240         MOVE "Y" TO WS-EOF-SW
002250         MOVE "Y" TO WS-ABORT-SW
002260         GO TO 1000-EXIT
002270     END-IF.
002280     MOVE WS-BDX-MONTH(1:4) TO WS-VAL-YYYY.
002290     MOVE WS-BDX-MONTH(5:2) TO WS-VAL-MM.
002300     PERFORM 5100-MONTH-DAYS THRU 5100-EXIT.
002310     MOVE WS-BDX-MONTH TO WS-MON-BGN(1:6).
002320     MOVE "01" TO WS-MON-BGN(7:2).
002330     MOVE WS-BDX-MONTH TO WS-MON-END(1:6).
002340     MOVE WS-VAL-MAXDD TO WS-MON-END(7:2).
002350     IF WS-VAL-MM = 1
002360         SUBTRACT 1 FROM WS-VAL-YYYY
002370         MOVE 12 TO WS-VAL-MM
002380     ELSE
002390         SUBTRACT 1 FROM WS-VAL-MM
002400     END-IF.
002410     MOVE WS-VAL-YYYY TO WS-PRV-MONTH(1:4).
002420     MOVE WS-VAL-MM TO WS-PRV-MONTH(5:2).
002430     MOVE WS-MON-END(1:2) TO WS-CC.
002440     COMPUTE WS-TGT-SEIKI = WS-CC - 18.
002450     MOVE WS-MON-END(3:6) TO WS-TGT-NENGET.
002460     EXEC SQL
002470         DELETE FROM INSBDX
002480          WHERE BDXMON = :WS-BDX-MONTH
002490            AND INSCOD = :PARM-INSCOD
002500     END-EXEC.
002510     MOVE PARM-INSCOD TO HL-INSCOD.
002520     MOVE WS-BDX-MONTH TO HL-MONTH.
002530     WRITE PAY147-RPT-REC FROM WS-HEADER-LINE.
002540     READ CPBIS006-FILE
002550         AT END MOVE "Y" TO WS-EOF-SW
002560     END-READ.
002570 1000-EXIT.
002580     EXIT.
002590******************************************************
002600* 2000-SCAN-ENTRY - HOLD THE LATEST ENTRY IN FORCE AT
002610*                   THE MONTH END FOR EACH 識別コード;
002620*                   PRICE ITS CONTRACTS ON THE CODE BREAK
002630******************************************************
002640 2000-SCAN-ENTRY.
002650     IF WS-FIRST-ROW
002660         MOVE "N" TO WS-FIRST-SW
002670         MOVE CB6-識別コード TO WS-PREV-CODE
002680     END-IF.
002690     IF CB6-識別コード NOT = WS-PREV-CODE
002700         PERFORM 2100-CLOSE-CODE THRU 2100-EXIT
002710         MOVE CB6-識別コード TO WS-PREV-CODE
002720     END-IF.
002730     IF CB6-適用年月日ＦＲＯＭ NOT > WS-TGT-FROM
002740         MOVE "Y" TO WS-HLD-SW
002750         MOVE CB6-資産コード TO WS-HLD-SISAN
002760         MOVE CB6-保険会社コード TO WS-HLD-INSCOD
002770         MOVE CB6-保険料識別 TO WS-HLD-PRMCLS
002780         MOVE CB6-保険満了日 TO WS-HLD-MANRYO
002790     END-IF.
002800     READ CPBIS006-FILE
002810         AT END MOVE "Y" TO WS-EOF-SW
002820     END-READ.
002830 2000-EXIT.
002840     EXIT.
002850******************************************************
002860* 2100-CLOSE-CODE - THE HELD ENTRY IS ON THIS INSURER'S
002870*                   BORDEREAU IF ITS COVER RUNS INTO THE
002880*                   MONTH: LOAD EVERY ACTIVE CONTRACT ON
002890*                   THE EQPCOD INTO INSBDX
002900******************************************************
002910 2100-CLOSE-CODE.
002920     IF NOT WS-HLD-ENTRY
002930         GO TO 2100-EXIT
002940     END-IF.
002950     MOVE "N" TO WS-HLD-SW.
002960     IF WS-HLD-INSCOD NOT = PARM-INSCOD
002970         GO TO 2100-EXIT
002980     END-IF.
002990     IF WS-HLD-MANRYO NOT = SPACES
003000        AND WS-HLD-MANRYO < WS-MON-BGN
003010         GO TO 2100-EXIT
003020     END-IF.
003030     PERFORM 2200-GET-RATE THRU 2200-EXIT.
003040     EXEC SQL
003050         DECLARE INSCNT-CSR CURSOR FOR
003060         SELECT CNTNUM, PAYCLT
003070           FROM GAFMST
003080          WHERE EQPCOD = :WS-PREV-CODE
003090            AND CHCKYN <> 'Y'
003100            AND PAYBGN <= :WS-MON-END
003110            AND PAYEND >= :WS-MON-BGN
003120          ORDER BY CNTNUM
003130     END-EXEC.
003140     EXEC SQL
003150         OPEN INSCNT-CSR
003160     END-EXEC.
003170     MOVE "N" TO WS-CNT-EOF-SW.
003180     PERFORM 2150-FETCH-CONTRACT THRU 2150-EXIT.
003190     PERFORM 2300-LOAD-CONTRACT THRU 2300-EXIT
003200         UNTIL WS-CNT-EOF.
003210     EXEC SQL
003220         CLOSE INSCNT-CSR
003230     END-EXEC.
003240 2100-EXIT.
003250     EXIT.
003260******************************************************
003270* 2150-FETCH-CONTRACT - NEXT ACTIVE CONTRACT ON THE
003280*                       EQPCOD
003290******************************************************
003300 2150-FETCH-CONTRACT.
003310     EXEC SQL
003320         FETCH INSCNT-CSR
003330          INTO :PAY_GAFMST-CNTNUM, :PAY_GAFMST-PAYCLT
003340     END-EXEC.
003350     IF SQLCODE NOT = 0
003360         MOVE "Y" TO WS-CNT-EOF-SW.
003370 2150-EXIT.
003380     EXIT.
003390******************************************************
003400* 2200-GET-RATE - INSRAT RATE FOR THE 保険料識別 IN
003410*                 FORCE AT THE MONTH END
003420******************************************************
003430 2200-GET-RATE.
003440     MOVE "N" TO WS-RATE-SW.
003450     EXEC SQL
003460         SELECT PRMRAT, FLTPRM
003470           INTO :PAY_INSRAT-PRMRAT, :PAY_INSRAT-FLTPRM
003480           FROM INSRAT
003490          WHERE PRMCLS = :WS-HLD-PRMCLS
003500            AND EFFDAY =
003510                (SELECT MAX(EFFDAY) FROM INSRAT
003520                  WHERE PRMCLS = :WS-HLD-PRMCLS
003530                    AND EFFDAY <= :WS-MON-END)
003540     END-EXEC.
003550     IF SQLCODE = 0
003560         MOVE "Y" TO WS-RATE-SW
003570     ELSE
003580         MOVE ZERO TO PAY_INSRAT-PRMRAT
003590         MOVE ZERO TO PAY_INSRAT-FLTPRM
003600     END-IF.
003610 2200-EXIT.
003620     EXIT.
003630******************************************************
003640* 2300-LOAD-CONTRACT - PRICE ONE INSURED CONTRACT: THE
003650*                      INSURED VALUE IS THE COST OF ITS
003660*                      ACTIVE ASTREG ASSETS ON THE EQPCOD.
003670*                      ON LAST MONTH'S BORDEREAU IT IS
003680*                      CONTINUING, OTHERWISE ADDED
003690******************************************************
003700 2300-LOAD-CONTRACT.
003710     EXEC SQL
003720         SELECT COUNT(*)
003730           INTO :WS-SUM-CNT
003740           FROM ASTREG
003750          WHERE CNTNUM = :PAY_GAFMST-CNTNUM
003760            AND EQPCOD = :WS-PREV-CODE
003770            AND ASTSTS = 'A'
003780     END-EXEC.
003790     IF WS-SUM-CNT = ZERO
003800         MOVE ZERO TO WS-INSVAL
003810     ELSE
003820         EXEC SQL
003830             SELECT SUM(ACQCST)
003840               INTO :WS-INSVAL
003850               FROM ASTREG
003860              WHERE CNTNUM = :PAY_GAFMST-CNTNUM
003870                AND EQPCOD = :WS-PREV-CODE
003880                AND ASTSTS = 'A'
003890         END-EXEC
003900     END-IF.
003910     COMPUTE WS-PRMAMT ROUNDED = PAY_INSRAT-FLTPRM
003920         + (WS-INSVAL * PAY_INSRAT-PRMRAT / 1000).
003930     IF NOT WS-RATE-FOUND
003940         ADD 1 TO WS-NORATE-CNT
003950         MOVE WS-HLD-PRMCLS TO NR-PRMCLS
003960         MOVE WS-PREV-CODE TO NR-EQPCOD
003970         MOVE PAY_GAFMST-CNTNUM TO NR-CNTNUM
003980         WRITE PAY147-RPT-REC FROM WS-NORATE-LINE
003990     END-IF.
004000     EXEC SQL
004010         SELECT COUNT(*)
004020           INTO :WS-PRV-CNT
004030           FROM INSBDX
004040          WHERE BDXMON = :WS-PRV-MONTH
004050            AND INSCOD = :PARM-INSCOD
004060            AND CNTNUM = :PAY_GAFMST-CNTNUM
004070            AND EQPCOD = :WS-PREV-CODE
004080     END-EXEC.
004090     IF SQLCODE NOT = 0
004100         MOVE ZERO TO WS-PRV-CNT
004110     END-IF.
004120     IF WS-PRV-CNT > ZERO
004130         MOVE "C" TO PAY_INSBDX-MOVTYP
004140     ELSE
004150         MOVE "A" TO PAY_INSBDX-MOVTYP
004160     END-IF.
004170     EXEC SQL
004180         INSERT INTO INSBDX
004190             (BDXMON, INSCOD, CNTNUM, EQPCOD, PAYCLT,
004200              ASTCOD, PRMCLS, EXPDAY, INSVAL, PRMAMT,
004210              MOVTYP, REGDAY, REGTIM, REGPSN)
004220         VALUES
004230             (:WS-BDX-MONTH, :PARM-INSCOD,
004240              :PAY_GAFMST-CNTNUM, :WS-PREV-CODE,
004250              :PAY_GAFMST-PAYCLT, :WS-HLD-SISAN,
004260              :WS-HLD-PRMCLS, :WS-HLD-MANRYO, :WS-INSVAL,
004270              :WS-PRMAMT, :PAY_INSBDX-MOVTYP, :WS-TODAY,
004280              :WS-NOWTIME, :PARM-RUN-PSN)
004290     END-EXEC.
004300     PERFORM 2150-FETCH-CONTRACT THRU 2150-EXIT.
004310 2300-EXIT.
004320     EXIT.
004330******************************************************
004340* 3000-TERMINATE - LAST CODE, THEN THE BORDEREAU AND
004350*                  THE SUMMARY FROM INSBDX
004360******************************************************
004370 3000-TERMINATE.
004380     IF WS-ABORT
004390         MOVE 16 TO RETURN-CODE
004400         GO TO 3000-CLOSE
004410     END-IF.
004420     PERFORM 2100-CLOSE-CODE THRU 2100-EXIT.
004430     MOVE SPACES TO BDX-REC.
004440     MOVE "H" TO BX-RECTYP.
004450     MOVE PARM-INSCOD TO BX-INSCOD.
004460     MOVE WS-BDX-MONTH TO BX-BDXMON.
004470     MOVE WS-TODAY TO BX-RUNDAY.
004480     WRITE BDX-REC.
004490     PERFORM 4000-WRITE-INSURED THRU 4000-EXIT.
004500     PERFORM 4500-WRITE-CANCELLED THRU 4500-EXIT.
004510     MOVE SPACES TO BDX-REC.
004520     MOVE "T" TO BX-RECTYP.
004530     COMPUTE BX-RECCNT = WS-GT-ASSETS + WS-CAN-CNT.
004540     MOVE WS-GT-ADDED TO BX-ADDCNT.
004550     MOVE WS-CAN-CNT TO BX-CANCNT.
004560     MOVE WS-GT-PRMAMT TO BX-HSHAMT.
004570     WRITE BDX-REC.
004580     MOVE "TOTAL " TO CL-LABEL.
004590     MOVE SPACES TO CL-PRMCLS.
004600     MOVE WS-GT-ASSETS TO CL-ASSETS.
004610     MOVE WS-GT-ADDED TO CL-ADDED.
004620     MOVE WS-GT-INSVAL TO CL-INSVAL.
004630     MOVE WS-GT-PRMAMT TO CL-PRMAMT.
004640     WRITE PAY147-RPT-REC FROM WS-CLASS-LINE.
004650     MOVE WS-CAN-CNT TO CN-COUNT.
004660     MOVE WS-CAN-PRMAMT TO CN-PRMAMT.
004670     WRITE PAY147-RPT-REC FROM WS-CANCEL-LINE.
004680     MOVE WS-NORATE-CNT TO CT-NORATE.
004690     WRITE PAY147-RPT-REC FROM WS-COUNT-LINE.
004700     EXEC SQL
004710         COMMIT
004720     END-EXEC.
004730 3000-CLOSE.
004740     CLOSE PARM-FILE.
004750     CLOSE CPBIS006-FILE.
004760     CLOSE BDX-FILE.
004770     CLOSE PAY147-RPT.
004780 3000-EXIT.
004790     EXIT.
004800******************************************************
004810* 4000-WRITE-INSURED - ONE DETAIL PER INSURED CONTRACT
004820*                      IN 保険料識別 ORDER, WITH A SUMMARY
004830*                      LINE PER CLASS
004840******************************************************
004850 4000-WRITE-INSURED.
004860     EXEC SQL
004870         DECLARE BDXCUR-CSR CURSOR FOR
004880         SELECT CNTNUM, EQPCOD, PAYCLT, ASTCOD, PRMCLS,
004890                EXPDAY, INSVAL, PRMAMT, MOVTYP
004900           FROM INSBDX
004910          WHERE BDXMON = :WS-BDX-MONTH
004920            AND INSCOD = :PARM-INSCOD
004930          ORDER BY PRMCLS, CNTNUM, EQPCOD
004940     END-EXEC.
004950     EXEC SQL
004960         OPEN BDXCUR-CSR
004970     END-EXEC.
004980     MOVE "N" TO WS-BDX-EOF-SW.
004990     MOVE "Y" TO WS-FIRST-SW.
005000     PERFORM 4050-FETCH-INSURED THRU 4050-EXIT.
005010     PERFORM 4100-WRITE-DETAIL THRU 4100-EXIT
005020         UNTIL WS-BDX-EOF.
005030     IF NOT WS-FIRST-ROW
005040         PERFORM 4200-CLASS-BREAK THRU 4200-EXIT
005050     END-IF.
005060     EXEC SQL
005070         CLOSE BDXCUR-CSR
005080     END-EXEC.
005090 4000-EXIT.
005100     EXIT.
005110******************************************************
005120* 4050-FETCH-INSURED - NEXT ASSET ON COVER
005130******************************************************
005140 4050-FETCH-INSURED.
005150     EXEC SQL
005160         FETCH BDXCUR-CSR
005170          INTO :PAY_INSBDX-CNTNUM, :PAY_INSBDX-EQPCOD,
005180               :PAY_INSBDX-PAYCLT, :PAY_INSBDX-ASTCOD,
005190               :PAY_INSBDX-PRMCLS, :PAY_INSBDX-EXPDAY,
005200               :PAY_INSBDX-INSVAL, :PAY_INSBDX-PRMAMT,
005210               :PAY_INSBDX-MOVTYP
005220     END-EXEC.
005230     IF SQLCODE NOT = 0
005240         MOVE "Y" TO WS-BDX-EOF-SW.
005250 4050-EXIT.
005260     EXIT.
005270******************************************************
005280* 4100-WRITE-DETAIL - ONE BORDEREAU DETAIL RECORD,
005290*                     CLASS BREAK FIRST, INTO THE
005300*                     CLASS TOTALS
005310******************************************************
005320 4100-WRITE-DETAIL.
005330     IF WS-FIRST-ROW
005340         MOVE "N" TO WS-FIRST-SW
005350         MOVE PAY_INSBDX-PRMCLS TO WS-PREV-PRMCLS
005360     END-IF.
005370     IF PAY_INSBDX-PRMCLS NOT = WS-PREV-PRMCLS
005380         PERFORM 4200-CLASS-BREAK THRU 4200-EXIT
005390         MOVE PAY_INSBDX-PRMCLS TO WS-PREV-PRMCLS
005400     END-IF.
005410     MOVE SPACES TO BDX-REC.
005420     MOVE "D" TO BX-RECTYP.
005430     MOVE PAY_INSBDX-MOVTYP TO BX-MOVTYP.
005440     PERFORM 4300-MOVE-DETAIL THRU 4300-EXIT.
005450     WRITE BDX-REC.
005460     ADD 1 TO WS-CL-ASSETS.
005470     IF PAY_INSBDX-ADDED
005480         ADD 1 TO WS-CL-ADDED
005490     END-IF.
005500     ADD PAY_INSBDX-INSVAL TO WS-CL-INSVAL.
005510     ADD PAY_INSBDX-PRMAMT TO WS-CL-PRMAMT.
005520     PERFORM 4050-FETCH-INSURED THRU 4050-EXIT.
005530 4100-EXIT.
005540     EXIT.
005550******************************************************
005560* 4200-CLASS-BREAK - SUMMARY LINE FOR ONE 保険料識別
005570******************************************************
005580 4200-CLASS-BREAK.
005590     MOVE "CLASS " TO CL-LABEL.
005600     MOVE WS-PREV-PRMCLS TO CL-PRMCLS.
005610     MOVE WS-CL-ASSETS TO CL-ASSETS.
005620     MOVE WS-CL-ADDED TO CL-ADDED.
005630     MOVE WS-CL-INSVAL TO CL-INSVAL.
005640     MOVE WS-CL-PRMAMT TO CL-PRMAMT.
005650     WRITE PAY147-RPT-REC FROM WS-CLASS-LINE.
005660     ADD WS-CL-ASSETS TO WS-GT-ASSETS.
005670     ADD WS-CL-ADDED TO WS-GT-ADDED.
005680     ADD WS-CL-INSVAL TO WS-GT-INSVAL.
005690     ADD WS-CL-PRMAMT TO WS-GT-PRMAMT.
005700     MOVE ZERO TO WS-CL-ASSETS WS-CL-ADDED
005710                  WS-CL-INSVAL WS-CL-PRMAMT.
005720 4200-EXIT.
005730     EXIT.
005740******************************************************
005750* 4300-MOVE-DETAIL - THE INSBDX ROW INTO A DETAIL RECORD
005760******************************************************
005770 4300-MOVE-DETAIL.
005780     MOVE PAY_INSBDX-CNTNUM TO BX-CNTNUM.
005790     MOVE PAY_INSBDX-EQPCOD TO BX-EQPCOD.
005800     MOVE PAY_INSBDX-ASTCOD TO BX-ASTCOD.
005810     MOVE PAY_INSBDX-PRMCLS TO BX-PRMCLS.
005820     MOVE PAY_INSBDX-EXPDAY TO BX-EXPDAY.
005830     MOVE PAY_INSBDX-PAYCLT TO BX-PAYCLT.
005840     MOVE PAY_INSBDX-INSVAL TO BX-INSVAL.
005850     MOVE PAY_INSBDX-PRMAMT TO BX-PRMAMT.
005860 4300-EXIT.
005870     EXIT.
005880******************************************************
005890* 4500-WRITE-CANCELLED - LAST MONTH'S INSURED CONTRACTS
005900*                        NOT ON THIS MONTH'S BORDEREAU,
005910*                        MOVTYP X WITH LAST MONTH'S
005920*                        PREMIUM FOR REFERENCE (NOT IN
005930*                        THE HASH TOTAL)
005940******************************************************
005950 4500-WRITE-CANCELLED.
005960     EXEC SQL
005970         DECLARE BDXCAN-CSR CURSOR FOR
005980         SELECT P.CNTNUM, P.EQPCOD, P.PAYCLT, P.ASTCOD,
005990                P.PRMCLS, P.EXPDAY, P.INSVAL, P.PRMAMT
006000           FROM INSBDX P
006010          WHERE P.BDXMON = :WS-PRV-MONTH
006020            AND P.INSCOD = :PARM-INSCOD
006030            AND NOT EXISTS
006040                (SELECT 1 FROM INSBDX C
006050                  WHERE C.BDXMON = :WS-BDX-MONTH
006060                    AND C.INSCOD = P.INSCOD
006070                    AND C.CNTNUM = P.CNTNUM
006080                    AND C.EQPCOD = P.EQPCOD)
006090          ORDER BY P.PRMCLS, P.CNTNUM, P.EQPCOD
006100     END-EXEC.
006110     EXEC SQL
006120         OPEN BDXCAN-CSR
006130     END-EXEC.
006140     MOVE "N" TO WS-BDX-EOF-SW.
006150     PERFORM 4550-FETCH-CANCELLED THRU 4550-EXIT.
006160     PERFORM 4600-WRITE-CANCEL THRU 4600-EXIT
006170         UNTIL WS-BDX-EOF.
006180     EXEC SQL
006190         CLOSE BDXCAN-CSR
006200     END-EXEC.
006210 4500-EXIT.
006220     EXIT.
006230******************************************************
006240* 4550-FETCH-CANCELLED - NEXT ASSET TAKEN OFF COVER
006250******************************************************
006260 4550-FETCH-CANCELLED.
006270     EXEC SQL
006280         FETCH BDXCAN-CSR
006290          INTO :PAY_INSBDX-CNTNUM, :PAY_INSBDX-EQPCOD,
006300               :PAY_INSBDX-PAYCLT, :PAY_INSBDX-ASTCOD,
006310               :PAY_INSBDX-PRMCLS, :PAY_INSBDX-EXPDAY,
006320               :PAY_INSBDX-INSVAL, :PAY_INSBDX-PRMAMT
006330     END-EXEC.
006340     IF SQLCODE NOT = 0
006350         MOVE "Y" TO WS-BDX-EOF-SW.
006360 4550-EXIT.
006370     EXIT.
006380******************************************************
006390* 4600-WRITE-CANCEL - ONE CANCELLATION DETAIL RECORD
006400*                     INTO THE CANCELLED TOTALS
006410******************************************************
006420 4600-WRITE-CANCEL.
006430     MOVE SPACES TO BDX-REC.
006440     MOVE "D" TO BX-RECTYP.
006450     MOVE "X" TO BX-MOVTYP.
006460     PERFORM 4300-MOVE-DETAIL THRU 4300-EXIT.
006470     WRITE BDX-REC.
006480     ADD 1 TO WS-CAN-CNT.
006490     ADD PAY_INSBDX-PRMAMT TO WS-CAN-PRMAMT.
006500     PERFORM 4550-FETCH-CANCELLED THRU 4550-EXIT.
006510 4600-EXIT.
006520     EXIT.
006530******************************************************
006540* 5100-MONTH-DAYS - DAYS IN MONTH WS-VAL-MM OF YEAR
006550*                   WS-VAL-YYYY
006560******************************************************
006570 5100-MONTH-DAYS.
006580     MOVE 31 TO WS-VAL-MAXDD.
006590     IF WS-VAL-MM = 4 OR WS-VAL-MM = 6
006600        OR WS-VAL-MM = 9 OR WS-VAL-MM = 11
006610         MOVE 30 TO WS-VAL-MAXDD
006620     END-IF.
006630     IF WS-VAL-MM = 2
006640         MOVE 28 TO WS-VAL-MAXDD
006650         DIVIDE WS-VAL-YYYY BY 4
006660             GIVING WS-LEAP-QUOT REMAINDER WS-LEAP-REM4
006670         DIVIDE WS-VAL-YYYY BY 100
006680             GIVING WS-LEAP-QUOT REMAINDER WS-LEAP-REM100
006690         DIVIDE WS-VAL-YYYY BY 400
006700             GIVING WS-LEAP-QUOT REMAINDER WS-LEAP-REM400
006710         IF WS-LEAP-REM4 = 0
006720            AND (WS-LEAP-REM100 NOT = 0
006730                 OR WS-LEAP-REM400 = 0)
006740             MOVE 29 TO WS-VAL-MAXDD
006750         END-IF
006760     END-IF.
006770 5100-EXIT.
006780     EXIT.
