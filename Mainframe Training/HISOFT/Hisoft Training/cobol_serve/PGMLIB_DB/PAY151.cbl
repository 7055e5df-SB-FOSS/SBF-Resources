000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. PAY151.
000030 AUTHOR. K.SATO.
000040 INSTALLATION. SYSTEM DEVELOPMENT DEPT.
000050 DATE-WRITTEN. 2026-09-30.
000060 DATE-COMPILED.
000070******************************************************
000080* MODIFICATION HISTORY
000090*  2026-09-30  K.SATO   INITIAL VERSION - AS-OF CONTRACT
000100*                       INQUIRY FOR BILL DISPUTES AND
000110*                       AUDIT. ONE REQUEST CARD PER
000120*                       CNTNUM AND AS-OF DATE/TIME. THE
000130*                       CURRENT GAFMST AND BNKMST ROWS
000140*                       ARE ROLLED BACK THROUGH EVERY
000150*                       CHGLOG ROW NEWER THAN THE AS-OF
000160*                       POINT (ONLINE, PLUS THE PAY127
000170*                       CHGLOG ARCHIVE FOR PURGED ROWS)
000180*                       AND EACH FIELD IS PRINTED WITH
000190*                       THE CHANGE THAT LAST SET IT AND
000200*                       WHO MADE IT. A ROW WHOSE NEWVAL
000210*                       DOES NOT CHAIN TO THE VALUE BEING
000220*                       ROLLED BACK IS FLAGGED AS A GAP
000230******************************************************
000240 ENVIRONMENT DIVISION.
000250 INPUT-OUTPUT SECTION.
000260 FILE-CONTROL.
000270     SELECT INQREQ-FILE ASSIGN TO INQREQIN.
000280     SELECT ARCCHG-FILE ASSIGN TO ARCCHGIN.
000290     SELECT PAY151-RPT ASSIGN TO PAY151RP.
000300 DATA DIVISION.
000310 FILE SECTION.
000320 FD  INQREQ-FILE
000330     RECORDING MODE IS F
000340     LABEL RECORDS ARE STANDARD.
000350 01  INQREQ-REC.
000360     03 RQ-CNTNUM        PIC X(009).
000370     03 RQ-ASOFDAY       PIC X(008).
000380     03 RQ-ASOFTIM       PIC X(006).
000390 FD  ARCCHG-FILE
000400     RECORDING MODE IS F
000410     LABEL RECORDS ARE STANDARD.
000420 01  ARCCHG-REC.
000430     03 AC-TABNAM        PIC X(006).
000440     03 AC-KEYVAL        PIC X(009).
000450     03 AC-FLDNAM        PIC X(008).
000460     03 AC-OLDVAL        PIC X(020).
000470     03 AC-NEWVAL        PIC X(020).
000480     03 AC-CHGDAY        PIC X(008).
000490     03 AC-CHGTIM        PIC X(006).
000500     03 AC-CHGPSN        PIC X(004).
000510 FD  PAY151-RPT
000520     RECORDING MODE IS F
000530     LABEL RECORDS ARE STANDARD.
000540 01  PAY151-RPT-REC              PIC X(080).
000550 WORKING-STORAGE SECTION.
000560     EXEC SQL INCLUDE SQLCA END-EXEC.
000570     EXEC SQL INCLUDE PAY_GAFMST END-EXEC.
000580     EXEC SQL INCLUDE PAY_BNKMST END-EXEC.
000590     EXEC SQL INCLUDE PAY_CHGLOG END-EXEC.
000600 77  WS-EOF-SW           PIC X(001) VALUE "N".
000610     88 WS-EOF                      VALUE "Y".
000620 77  WS-NOTFND-SW        PIC X(001) VALUE "N".
000630     88 WS-NOTFND                   VALUE "Y".
000640 77  WS-LOG-EOF-SW       PIC X(001) VALUE "N".
000650     88 WS-LOG-EOF                  VALUE "Y".
000660 77  WS-ARC-EOF-SW       PIC X(001) VALUE "N".
000670     88 WS-ARC-EOF                  VALUE "Y".
000680 77  WS-BNK-FOUND-SW     PIC X(001) VALUE "N".
000690     88 WS-BNK-FOUND                VALUE "Y".
000700 77  WS-ROLL-DONE-SW     PIC X(001) VALUE "N".
000710     88 WS-ROLL-DONE                VALUE "Y".
000720 77  WS-DUP-SW           PIC X(001) VALUE "N".
000730     88 WS-DUP                      VALUE "Y".
000740 77  WS-FULL-SW          PIC X(001) VALUE "N".
000750     88 WS-TABLE-FULL               VALUE "Y".
000760 77  WS-NUM-EDIT         PIC -(015)9.99.
000770 77  WS-FLD-IDX          PIC S9(003) COMP-3.
000780 77  WS-FLD-HIT          PIC S9(003) COMP-3.
000790 77  WS-CHG-IDX          PIC S9(005) COMP-3.
000800 77  WS-CHG-USED         PIC S9(005) COMP-3.
000810 77  WS-BEST-IDX         PIC S9(005) COMP-3.
000820 77  WS-ANY-IDX          PIC S9(005) COMP-3.
000830 77  WS-LOG-CNT          PIC S9(005) COMP-3.
000840 77  WS-ARC-CNT          PIC S9(005) COMP-3.
000850 77  WS-ROLL-CNT         PIC S9(005) COMP-3.
000860 77  WS-GAP-CNT          PIC S9(005) COMP-3.
000870 77  WS-BNK-LOG-CNT      PIC S9(005) COMP-3.
000880 77  WS-BNK-IN-FORCE     PIC S9(003) COMP-3.
000890 77  WS-NEW-TABNAM       PIC X(006).
000900 77  WS-NEW-FLDNAM       PIC X(008).
000910 77  WS-NEW-SRC          PIC X(001).
000920 77  WS-FLD-MAX          PIC S9(003) COMP-3 VALUE 22.
000930 77  WS-FLD-GAF-MAX      PIC S9(003) COMP-3 VALUE 17.
000940 77  WS-FLD-BNK-FIRST    PIC S9(003) COMP-3 VALUE 18.
000950 77  WS-CHG-MAX          PIC S9(005) COMP-3 VALUE 3000.
000960 01  WS-ASOF-STAMP.
000970     03 WS-ASOF-DAY      PIC X(008).
000980     03 WS-ASOF-TIM      PIC X(006).
000990 01  WS-REG-STAMP.
001000     03 WS-REG-DAY       PIC X(008).
001010     03 WS-REG-TIM       PIC X(006).
001020 01  WS-BNK-REG-STAMP.
001030     03 WS-BNK-REG-DAY   PIC X(008).
001040     03 WS-BNK-REG-TIM   PIC X(006).
001050******************************************************
001060* FIELDS RECONSTRUCTED - TABNAM AND CHGLOG FLDNAM.
001070* GAFMST ENTRIES FIRST, THEN THE BNKMST ACCOUNT
001080******************************************************
001090 01  WS-FLD-LIST.
001100     03 FILLER           PIC X(014) VALUE "GAFMSTPAYCLT  ".
001110     03 FILLER           PIC X(014) VALUE "GAFMSTPAYNAM  ".
001120     03 FILLER           PIC X(014) VALUE "GAFMSTPAYTYP  ".
001130     03 FILLER           PIC X(014) VALUE "GAFMSTPAYBGN  ".
001140     03 FILLER           PIC X(014) VALUE "GAFMSTPAYCYC  ".
001150     03 FILLER           PIC X(014) VALUE "GAFMSTPAYEND  ".
001160     03 FILLER           PIC X(014) VALUE "GAFMSTLEAAMT  ".
001170     03 FILLER           PIC X(014) VALUE "GAFMSTTAXRAT  ".
001180     03 FILLER           PIC X(014) VALUE "GAFMSTPAYCNT  ".
001190     03 FILLER           PIC X(014) VALUE "GAFMSTHOLSFT  ".
001200     03 FILLER           PIC X(014) VALUE "GAFMSTTRNAMT  ".
001210     03 FILLER           PIC X(014) VALUE "GAFMSTTRNTAX  ".
001220     03 FILLER           PIC X(014) VALUE "GAFMSTTRNTOT  ".
001230     03 FILLER           PIC X(014) VALUE "GAFMSTLATAMT  ".
001240     03 FILLER           PIC X(014) VALUE "GAFMSTSNDTYP  ".
001250     03 FILLER           PIC X(014) VALUE "GAFMSTCONFLG  ".
001260     03 FILLER           PIC X(014) VALUE "GAFMSTCHCKYN  ".
001270     03 FILLER           PIC X(014) VALUE "BNKMSTBNKCOD  ".
001280     03 FILLER           PIC X(014) VALUE "BNKMSTBRNCOD  ".
001290     03 FILLER           PIC X(014) VALUE "BNKMSTACTTYP  ".
001300     03 FILLER           PIC X(014) VALUE "BNKMSTACTNUM  ".
001310     03 FILLER           PIC X(014) VALUE "BNKMSTACTNAM  ".
001320 01  WS-FLD-LIST-R REDEFINES WS-FLD-LIST.
001330     03 FL-ENTRY         OCCURS 22.
001340        05 FL-TABNAM     PIC X(006).
001350        05 FL-FLDNAM     PIC X(008).
001360 01  WS-FLD-TABLE.
001370     03 FT-ENTRY         OCCURS 22.
001380        05 FT-CURVAL     PIC X(020).
001390        05 FT-ASOFVAL    PIC X(020).
001400        05 FT-SETDAY     PIC X(008).
001410        05 FT-SETTIM     PIC X(006).
001420        05 FT-SETPSN     PIC X(004).
001430        05 FT-SRC        PIC X(001).
001440        05 FT-GAP        PIC X(001).
001450******************************************************
001460* CHANGE ROWS FOR THE CONTRACT, ONLINE AND ARCHIVED
001470******************************************************
001480 01  WS-CHG-TABLE.
001490     03 CT-ENTRY         OCCURS 3000.
001500        05 CT-FLDIDX     PIC S9(003) COMP-3.
001510        05 CT-STAMP.
001520           07 CT-CHGDAY  PIC X(008).
001530           07 CT-CHGTIM  PIC X(006).
001540        05 CT-OLDVAL     PIC X(020).
001550        05 CT-NEWVAL     PIC X(020).
001560        05 CT-CHGPSN     PIC X(004).
001570        05 CT-SRC        PIC X(001).
001580        05 CT-USED       PIC X(001).
001590 01  WS-PAGE-SEP-LINE.
001600     03 FILLER           PIC X(080) VALUE ALL "=".
001610 01  WS-HEAD-LINE.
001620     03 FILLER           PIC X(009) VALUE "CONTRACT ".
001630     03 HD-CNTNUM        PIC X(009).
001640     03 FILLER           PIC X(008) VALUE "  AS OF ".
001650     03 HD-ASOFDAY       PIC X(008).
001660     03 FILLER           PIC X(001) VALUE SPACES.
001670     03 HD-ASOFTIM       PIC X(006).
001680     03 FILLER           PIC X(002) VALUE SPACES.
001690     03 HD-PAYNAM        PIC X(030).
001700     03 FILLER           PIC X(007) VALUE SPACES.
001710 01  WS-SRC-LINE.
001720     03 FILLER           PIC X(011) VALUE "REGISTERED ".
001730     03 SL-REGDAY        PIC X(008).
001740     03 FILLER           PIC X(001) VALUE SPACES.
001750     03 SL-REGTIM        PIC X(006).
001760     03 FILLER           PIC X(004) VALUE " BY ".
001770     03 SL-REGPSN        PIC X(004).
001780     03 FILLER           PIC X(006) VALUE "  LOG ".
001790     03 SL-LOG-CNT       PIC -(004)9.
001800     03 FILLER           PIC X(010) VALUE "  ARCHIVE ".
001810     03 SL-ARC-CNT       PIC -(004)9.
001820     03 FILLER           PIC X(012) VALUE "  ROLLED BK ".
001830     03 SL-ROLL-CNT      PIC -(004)9.
001840     03 FILLER           PIC X(003) VALUE SPACES.
001850 01  WS-COLHEAD-LINE.
001860     03 FILLER           PIC X(010) VALUE "FIELD     ".
001870     03 FILLER           PIC X(022)
001880                         VALUE "AS OF                 ".
001890     03 FILLER           PIC X(022)
001900                         VALUE "CURRENT               ".
001910     03 FILLER           PIC X(026)
001920                         VALUE "SET ON   TIME   BY   S G  ".
001930 01  WS-FLD-LINE.
001940     03 DL-FLDNAM        PIC X(008).
001950     03 FILLER           PIC X(002) VALUE SPACES.
001960     03 DL-ASOFVAL       PIC X(020).
001970     03 FILLER           PIC X(002) VALUE SPACES.
001980     03 DL-CURVAL        PIC X(020).
001990     03 FILLER           PIC X(002) VALUE SPACES.
002000     03 DL-SETDAY        PIC X(008).
002010     03 FILLER           PIC X(001) VALUE SPACES.
002020     03 DL-SETTIM        PIC X(006).
002030     03 FILLER           PIC X(001) VALUE SPACES.
002040     03 DL-SETPSN        PIC X(004).
002050     03 FILLER           PIC X(001) VALUE SPACES.
002060     03 DL-SRC           PIC X(001).
002070     03 FILLER           PIC X(001) VALUE SPACES.
002080     03 DL-GAP           PIC X(001).
002090     03 FILLER           PIC X(002) VALUE SPACES.
002100 01  WS-BNK-HEAD-LINE.
002110     03 FILLER           PIC X(029)
002120                         VALUE "DIRECT-DEBIT ACCOUNT (BNKMST)".
002130     03 FILLER           PIC X(051) VALUE SPACES.
002140 01  WS-NOBNK-LINE.
002150     03 FILLER           PIC X(033)
002160                   VALUE "NO DIRECT-DEBIT ACCOUNT IN FORCE ".
002170     03 FILLER           PIC X(047) VALUE SPACES.
002180 01  WS-BNKNEW-LINE.
002190     03 FILLER           PIC X(021)
002200                         VALUE "CURRENT ACCOUNT ADDED".
002210     03 FILLER           PIC X(001) VALUE SPACES.
002220     03 BN-REGDAY        PIC X(008).
002230     03 FILLER           PIC X(001) VALUE SPACES.
002240     03 BN-REGTIM        PIC X(006).
002250     03 FILLER           PIC X(029)
002260                   VALUE " - NO EARLIER ACCOUNT LOGGED ".
002270     03 FILLER           PIC X(014) VALUE SPACES.
002280 01  WS-GAP-LINE.
002290     03 FILLER           PIC X(010) VALUE "LOG GAPS  ".
002300     03 GL-GAP-CNT       PIC -(004)9.
002310     03 FILLER           PIC X(045) VALUE
002320         "  - G * FIELDS MAY NOT BE EXACT, SEE CHGLOG  ".
002330     03 FILLER           PIC X(020) VALUE SPACES.
002340 01  WS-LEGEND-LINE.
002350     03 FILLER           PIC X(040) VALUE
002360         "S = L CHGLOG  A PAY127 ARCHIVE  R AS REG".
002370     03 FILLER           PIC X(040) VALUE
002380         "ISTERED   G = * CHANGE CHAIN BROKEN     ".
002390 01  WS-MSG-LINE             PIC X(080).
002400******************************************************
002410* PROCEDURE DIVISION
002420******************************************************
002430 PROCEDURE DIVISION.
002440 0000-MAINLINE.
002450     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002460     PERFORM 2000-RECONSTRUCT THRU 2000-EXIT
002470         UNTIL WS-EOF.
002480     PERFORM 3000-TERMINATE THRU 3000-EXIT.
002490     STOP RUN.
002500******************************************************
002510* 1000-INITIALIZE - OPEN FILES, PRIME THE FIRST REQUEST
002520******************************************************
002530 1000-INITIALIZE.
002540     OPEN INPUT INQREQ-FILE.
002550     OPEN OUTPUT PAY151-RPT.
002560     READ INQREQ-FILE
002570         AT END MOVE "Y" TO WS-EOF-SW
002580     END-READ.
002590 1000-EXIT.
002600     EXIT.
002610******************************************************
002620* 2000-RECONSTRUCT - ONE AS-OF PANEL PER REQUEST CARD
002630******************************************************
002640 2000-RECONSTRUCT.
002650     MOVE RQ-ASOFDAY TO WS-ASOF-DAY.
002660     MOVE RQ-ASOFTIM TO WS-ASOF-TIM.
002670     IF WS-ASOF-TIM = SPACES
002680         MOVE "235959" TO WS-ASOF-TIM
002690     END-IF.
002700     PERFORM 2100-GET-CURRENT THRU 2100-EXIT.
002710     IF WS-NOTFND
002720         GO TO 2000-NEXT
002730     END-IF.
002740     MOVE ZERO TO WS-CHG-USED WS-LOG-CNT WS-ARC-CNT
002750                  WS-ROLL-CNT WS-GAP-CNT WS-BNK-LOG-CNT.
002760     MOVE "N" TO WS-FULL-SW.
002770     PERFORM 2300-LOAD-CHGLOG THRU 2300-EXIT.
002780     PERFORM 2400-LOAD-ARCHIVE THRU 2400-EXIT.
002790     PERFORM 2500-ROLL-FIELD THRU 2500-EXIT
002800         VARYING WS-FLD-IDX FROM 1 BY 1
002810         UNTIL WS-FLD-IDX > WS-FLD-MAX.
002820     PERFORM 2700-PRINT-PANEL THRU 2700-EXIT.
002830 2000-NEXT.
002840     READ INQREQ-FILE
002850         AT END MOVE "Y" TO WS-EOF-SW
002860     END-READ.
002870 2000-EXIT.
002880     EXIT.
002890******************************************************
002900* 2100-GET-CURRENT - TODAY'S GAFMST AND BNKMST ROWS,
002910*                    EDITED THE WAY CHGLOG HOLDS THEM
002920******************************************************
002930 2100-GET-CURRENT.
002940     MOVE "N" TO WS-NOTFND-SW.
002950     EXEC SQL
002960         SELECT PAYCLT, PAYNAM, PAYTYP, PAYBGN, PAYCYC,
002970                PAYEND, LEAAMT, TAXRAT, PAYCNT, HOLSFT,
002980                TRNAMT, TRNTAX, TRNTOT, LATAMT, SNDTYP,
002990                CONFLG, CHCKYN, REGDAY, REGTIM, REGPSN
003000           INTO :PAY_GAFMST-PAYCLT, :PAY_GAFMST-PAYNAM,
003010                :PAY_GAFMST-PAYTYP, :PAY_GAFMST-PAYBGN,
003020                :PAY_GAFMST-PAYCYC, :PAY_GAFMST-PAYEND,
003030                :PAY_GAFMST-LEAAMT, :PAY_GAFMST-TAXRAT,
003040                :PAY_GAFMST-PAYCNT, :PAY_GAFMST-HOLSFT,
003050                :PAY_GAFMST-TRNAMT, :PAY_GAFMST-TRNTAX,
003060                :PAY_GAFMST-TRNTOT, :PAY_GAFMST-LATAMT,
003070                :PAY_GAFMST-SNDTYP, :PAY_GAFMST-CONFLG,
003080                :PAY_GAFMST-CHCKYN, :PAY_GAFMST-REGDAY,
003090                :PAY_GAFMST-REGTIM, :PAY_GAFMST-REGPSN
003100           FROM GAFMST
003110          WHERE CNTNUM = :RQ-CNTNUM
003120     END-EXEC.
003130     IF SQLCODE NOT = 0
003140         MOVE "Y" TO WS-NOTFND-SW
003150         MOVE "PAY151 - CNTNUM NOT ON FILE: " TO WS-MSG-LINE
003160         MOVE RQ-CNTNUM TO WS-MSG-LINE(31:9)
003170         WRITE PAY151-RPT-REC FROM WS-MSG-LINE
003180         GO TO 2100-EXIT
003190     END-IF.
003200     MOVE PAY_GAFMST-REGDAY TO WS-REG-DAY.
003210     MOVE PAY_GAFMST-REGTIM TO WS-REG-TIM.
003220     IF WS-ASOF-DAY NOT NUMERIC OR WS-ASOF-TIM NOT NUMERIC
003230         MOVE "Y" TO WS-NOTFND-SW
003240         MOVE "PAY151 - BAD AS-OF DATE/TIME : " TO WS-MSG-LINE
003250         MOVE RQ-CNTNUM TO WS-MSG-LINE(33:9)
003260         WRITE PAY151-RPT-REC FROM WS-MSG-LINE
003270         GO TO 2100-EXIT
003280     END-IF.
003290     IF WS-ASOF-STAMP < WS-REG-STAMP
003300         MOVE "Y" TO WS-NOTFND-SW
003310         MOVE "PAY151 - NOT YET REGISTERED AS OF THAT TIME: "
003320             TO WS-MSG-LINE
003330         MOVE RQ-CNTNUM TO WS-MSG-LINE(47:9)
003340         WRITE PAY151-RPT-REC FROM WS-MSG-LINE
003350         GO TO 2100-EXIT
003360     END-IF.
003370     MOVE SPACES TO WS-FLD-TABLE.
003380     MOVE PAY_GAFMST-PAYCLT TO FT-CURVAL (1).
003390     MOVE PAY_GAFMST-PAYNAM(1:20) TO FT-CURVAL (2).
003400     MOVE PAY_GAFMST-PAYTYP TO FT-CURVAL (3).
003410     MOVE PAY_GAFMST-PAYBGN TO FT-CURVAL (4).
003420     MOVE PAY_GAFMST-PAYCYC TO FT-CURVAL (5).
003430     MOVE PAY_GAFMST-PAYEND TO FT-CURVAL (6).
003440     MOVE PAY_GAFMST-LEAAMT TO WS-NUM-EDIT.
003450     MOVE WS-NUM-EDIT TO FT-CURVAL (7).
003460     MOVE PAY_GAFMST-TAXRAT TO WS-NUM-EDIT.
003470     MOVE WS-NUM-EDIT TO FT-CURVAL (8).
003480     MOVE PAY_GAFMST-PAYCNT TO WS-NUM-EDIT.
003490     MOVE WS-NUM-EDIT TO FT-CURVAL (9).
003500     MOVE PAY_GAFMST-HOLSFT TO FT-CURVAL (10).
003510     MOVE PAY_GAFMST-TRNAMT TO WS-NUM-EDIT.
003520     MOVE WS-NUM-EDIT TO FT-CURVAL (11).
003530     MOVE PAY_GAFMST-TRNTAX TO WS-NUM-EDIT.
003540     MOVE WS-NUM-EDIT TO FT-CURVAL (12).
003550     MOVE PAY_GAFMST-TRNTOT TO WS-NUM-EDIT.
003560     MOVE WS-NUM-EDIT TO FT-CURVAL (13).
003570     MOVE PAY_GAFMST-LATAMT TO WS-NUM-EDIT.
003580     MOVE WS-NUM-EDIT TO FT-CURVAL (14).
003590     MOVE PAY_GAFMST-SNDTYP TO FT-CURVAL (15).
003600     MOVE PAY_GAFMST-CONFLG TO FT-CURVAL (16).
003610     MOVE PAY_GAFMST-CHCKYN TO FT-CURVAL (17).
003620     PERFORM 2200-GET-ACCOUNT THRU 2200-EXIT.
003630 2100-EXIT.
003640     EXIT.
003650******************************************************
003660* 2200-GET-ACCOUNT - THE CURRENT BNKMST ROW, IF ANY.
003670*                    NO ROW LEAVES THE FIELDS SPACES
003680******************************************************
003690 2200-GET-ACCOUNT.
003700     MOVE "N" TO WS-BNK-FOUND-SW.
003710     MOVE SPACES TO WS-BNK-REG-STAMP.
003720     EXEC SQL
003730         SELECT BNKCOD, BRNCOD, ACTTYP, ACTNUM, ACTNAM,
003740                REGDAY, REGTIM
003750           INTO :PAY_BNKMST-BNKCOD, :PAY_BNKMST-BRNCOD,
003760                :PAY_BNKMST-ACTTYP, :PAY_BNKMST-ACTNUM,
003770                :PAY_BNKMST-ACTNAM, :PAY_BNKMST-REGDAY,
003780                :PAY_BNKMST-REGTIM
003790           FROM BNKMST
003800          WHERE CNTNUM = :RQ-CNTNUM
003810     END-EXEC.
003820     IF SQLCODE NOT = 0
003830         GO TO 2200-EXIT
003840     END-IF.
003850     MOVE "Y" TO WS-BNK-FOUND-SW.
003860     MOVE PAY_BNKMST-REGDAY TO WS-BNK-REG-DAY.
003870     MOVE PAY_BNKMST-REGTIM TO WS-BNK-REG-TIM.
003880     MOVE PAY_BNKMST-BNKCOD TO FT-CURVAL (18).
003890     MOVE PAY_BNKMST-BRNCOD TO FT-CURVAL (19).
003900     MOVE PAY_BNKMST-ACTTYP TO FT-CURVAL (20).
003910     MOVE PAY_BNKMST-ACTNUM TO FT-CURVAL (21).
003920     MOVE PAY_BNKMST-ACTNAM(1:20) TO FT-CURVAL (22).
003930 2200-EXIT.
003940     EXIT.
003950******************************************************
003960* 2300-LOAD-CHGLOG - EVERY ONLINE CHANGE ROW FOR THE
003970*                    CONTRACT ON A RECONSTRUCTED FIELD
003980******************************************************
003990 2300-LOAD-CHGLOG.
004000     MOVE "N" TO WS-LOG-EOF-SW.
004010     EXEC SQL
004020         DECLARE ASOF-CSR CURSOR FOR
004030             SELECT TABNAM, FLDNAM, OLDVAL, NEWVAL, CHGDAY,
004040                    CHGTIM, CHGPSN
004050               FROM CHGLOG
004060              WHERE KEYVAL = :RQ-CNTNUM
004070                AND (TABNAM = 'GAFMST' OR TABNAM = 'BNKMST')
004080              ORDER BY CHGDAY, CHGTIM
004090     END-EXEC.
004100     EXEC SQL
004110         OPEN ASOF-CSR
004120     END-EXEC.
004130     PERFORM 2310-FETCH-CHGLOG THRU 2310-EXIT
004140         UNTIL WS-LOG-EOF.
004150     EXEC SQL
004160         CLOSE ASOF-CSR
004170     END-EXEC.
004180 2300-EXIT.
004190     EXIT.
004200 2310-FETCH-CHGLOG.
004210     EXEC SQL
004220         FETCH ASOF-CSR
004230             INTO :PAY_CHGLOG-TABNAM, :PAY_CHGLOG-FLDNAM,
004240                  :PAY_CHGLOG-OLDVAL, :PAY_CHGLOG-NEWVAL,
004250                  :PAY_CHGLOG-CHGDAY, :PAY_CHGLOG-CHGTIM,
004260                  :PAY_CHGLOG-CHGPSN
004270     END-EXEC.
004280     IF SQLCODE NOT = 0
004290         MOVE "Y" TO WS-LOG-EOF-SW
004300         GO TO 2310-EXIT
004310     END-IF.
004320     MOVE PAY_CHGLOG-TABNAM TO WS-NEW-TABNAM.
004330     MOVE PAY_CHGLOG-FLDNAM TO WS-NEW-FLDNAM.
004340     MOVE "L" TO WS-NEW-SRC.
004350     PERFORM 2350-ADD-CHANGE THRU 2350-EXIT.
004360 2310-EXIT.
004370     EXIT.
004380******************************************************
004390* 2350-ADD-CHANGE - PUT THE PAY_CHGLOG ROW IN THE TABLE
004400*                   IF IT IS FOR A RECONSTRUCTED FIELD
004410*                   AND NOT ALREADY THERE (AN ARCHIVE
004420*                   GENERATION MAY REPEAT A ROW)
004430******************************************************
004440 2350-ADD-CHANGE.
004450     MOVE ZERO TO WS-FLD-HIT.
004460     PERFORM 2360-MATCH-FIELD THRU 2360-EXIT
004470         VARYING WS-FLD-IDX FROM 1 BY 1
004480         UNTIL WS-FLD-IDX > WS-FLD-MAX
004490            OR WS-FLD-HIT NOT = ZERO.
004500     IF WS-FLD-HIT = ZERO
004510         GO TO 2350-EXIT
004520     END-IF.
004530     MOVE "N" TO WS-DUP-SW.
004540     PERFORM 2370-MATCH-DUP THRU 2370-EXIT
004550         VARYING WS-CHG-IDX FROM 1 BY 1
004560         UNTIL WS-CHG-IDX > WS-CHG-USED
004570            OR WS-DUP.
004580     IF WS-DUP
004590         GO TO 2350-EXIT
004600     END-IF.
004610     IF WS-CHG-USED NOT < WS-CHG-MAX
004620         MOVE "Y" TO WS-FULL-SW
004630         GO TO 2350-EXIT
004640     END-IF.
004650     ADD 1 TO WS-CHG-USED.
004660     MOVE WS-FLD-HIT TO CT-FLDIDX (WS-CHG-USED).
004670     MOVE PAY_CHGLOG-CHGDAY TO CT-CHGDAY (WS-CHG-USED).
004680     MOVE PAY_CHGLOG-CHGTIM TO CT-CHGTIM (WS-CHG-USED).
004690     MOVE PAY_CHGLOG-OLDVAL TO CT-OLDVAL (WS-CHG-USED).
004700     MOVE PAY_CHGLOG-NEWVAL TO CT-NEWVAL (WS-CHG-USED).
004710     MOVE PAY_CHGLOG-CHGPSN TO CT-CHGPSN (WS-CHG-USED).
004720     MOVE WS-NEW-SRC TO CT-SRC (WS-CHG-USED).
004730     MOVE "N" TO CT-USED (WS-CHG-USED).
004740     IF WS-NEW-SRC = "L"
004750         ADD 1 TO WS-LOG-CNT
004760     ELSE
004770         ADD 1 TO WS-ARC-CNT
004780     END-IF.
004790     IF WS-FLD-HIT > WS-FLD-GAF-MAX
004800         ADD 1 TO WS-BNK-LOG-CNT
004810     END-IF.
004820 2350-EXIT.
004830     EXIT.
004840 2360-MATCH-FIELD.
004850     IF FL-TABNAM (WS-FLD-IDX) = WS-NEW-TABNAM
004860        AND FL-FLDNAM (WS-FLD-IDX) = WS-NEW-FLDNAM
004870         MOVE WS-FLD-IDX TO WS-FLD-HIT
004880     END-IF.
004890 2360-EXIT.
004900     EXIT.
004910 2370-MATCH-DUP.
004920     IF CT-FLDIDX (WS-CHG-IDX) = WS-FLD-HIT
004930        AND CT-CHGDAY (WS-CHG-IDX) = PAY_CHGLOG-CHGDAY
004940        AND CT-CHGTIM (WS-CHG-IDX) = PAY_CHGLOG-CHGTIM
004950        AND CT-OLDVAL (WS-CHG-IDX) = PAY_CHGLOG-OLDVAL
004960        AND CT-NEWVAL (WS-CHG-IDX) = PAY_CHGLOG-NEWVAL
004970        AND CT-CHGPSN (WS-CHG-IDX) = PAY_CHGLOG-CHGPSN
004980         MOVE "Y" TO WS-DUP-SW
004990     END-IF.
005000 2370-EXIT.
005010     EXIT.
005020******************************************************
005030* 2400-LOAD-ARCHIVE - THE PAY127 CHGLOG ARCHIVE (ANY
005040*                     NUMBER OF GENERATIONS, IN ANY
005050*                     ORDER) FOR ROWS PURGED FROM LINE
005060******************************************************
005070 2400-LOAD-ARCHIVE.
005080     MOVE "N" TO WS-ARC-EOF-SW.
005090     OPEN INPUT ARCCHG-FILE.
005100     READ ARCCHG-FILE
005110         AT END MOVE "Y" TO WS-ARC-EOF-SW
005120     END-READ.
005130     PERFORM 2410-ONE-ARCHIVE THRU 2410-EXIT
005140         UNTIL WS-ARC-EOF.
005150     CLOSE ARCCHG-FILE.
005160 2400-EXIT.
005170     EXIT.
005180 2410-ONE-ARCHIVE.
005190     IF AC-KEYVAL = RQ-CNTNUM
005200        AND (AC-TABNAM = "GAFMST" OR AC-TABNAM = "BNKMST")
005210         MOVE AC-TABNAM TO WS-NEW-TABNAM
005220         MOVE AC-FLDNAM TO WS-NEW-FLDNAM
005230         MOVE AC-OLDVAL TO PAY_CHGLOG-OLDVAL
005240         MOVE AC-NEWVAL TO PAY_CHGLOG-NEWVAL
005250         MOVE AC-CHGDAY TO PAY_CHGLOG-CHGDAY
005260         MOVE AC-CHGTIM TO PAY_CHGLOG-CHGTIM
005270         MOVE AC-CHGPSN TO PAY_CHGLOG-CHGPSN
005280         MOVE "A" TO WS-NEW-SRC
005290         PERFORM 2350-ADD-CHANGE THRU 2350-EXIT
005300     END-IF.
005310     READ ARCCHG-FILE
005320         AT END MOVE "Y" TO WS-ARC-EOF-SW
005330     END-READ.
005340 2410-EXIT.
005350     EXIT.
005360******************************************************
005370* 2500-ROLL-FIELD - UNDO, NEWEST FIRST, EVERY CHANGE TO
005380*                   THE FIELD AFTER THE AS-OF POINT,
005390*                   THEN FIND THE CHANGE THAT SET THE
005400*                   VALUE LEFT STANDING
005410******************************************************
005420 2500-ROLL-FIELD.
005430     MOVE FT-CURVAL (WS-FLD-IDX) TO FT-ASOFVAL (WS-FLD-IDX).
005440     MOVE SPACE TO FT-GAP (WS-FLD-IDX).
005450     MOVE "N" TO WS-ROLL-DONE-SW.
005460     PERFORM 2510-ROLL-ONE-STEP THRU 2510-EXIT
005470         UNTIL WS-ROLL-DONE.
005480     PERFORM 2550-FIND-SETTER THRU 2550-EXIT.
005490 2500-EXIT.
005500     EXIT.
005510******************************************************
005520* 2510-ROLL-ONE-STEP - TAKE THE NEWEST UNUSED LATER
005530*                      CHANGE WHOSE NEWVAL IS THE VALUE
005540*                      NOW STANDING (THIS ALSO ORDERS
005550*                      ROWS OF ONE RUN WITH THE SAME
005560*                      TIME). IF NONE CHAINS, TAKE THE
005570*                      NEWEST ANYWAY AND FLAG A GAP
005580******************************************************
005590 2510-ROLL-ONE-STEP.
005600     MOVE ZERO TO WS-BEST-IDX WS-ANY-IDX.
005610     PERFORM 2520-SCAN-LATER THRU 2520-EXIT
005620         VARYING WS-CHG-IDX FROM 1 BY 1
005630         UNTIL WS-CHG-IDX > WS-CHG-USED.
005640     IF WS-ANY-IDX = ZERO
005650         MOVE "Y" TO WS-ROLL-DONE-SW
005660         GO TO 2510-EXIT
005670     END-IF.
005680     IF WS-BEST-IDX = ZERO
005690         MOVE WS-ANY-IDX TO WS-BEST-IDX
005700         MOVE "*" TO FT-GAP (WS-FLD-IDX)
005710     END-IF.
005720     MOVE CT-OLDVAL (WS-BEST-IDX) TO FT-ASOFVAL (WS-FLD-IDX).
005730     MOVE "Y" TO CT-USED (WS-BEST-IDX).
005740     ADD 1 TO WS-ROLL-CNT.
005750 2510-EXIT.
005760     EXIT.
005770 2520-SCAN-LATER.
005780     IF CT-FLDIDX (WS-CHG-IDX) NOT = WS-FLD-IDX
005790        OR CT-USED (WS-CHG-IDX) = "Y"
005800        OR CT-STAMP (WS-CHG-IDX) NOT > WS-ASOF-STAMP
005810         GO TO 2520-EXIT
005820     END-IF.
005830     IF WS-ANY-IDX = ZERO
005840         MOVE WS-CHG-IDX TO WS-ANY-IDX
005850     ELSE
005860         IF CT-STAMP (WS-CHG-IDX) > CT-STAMP (WS-ANY-IDX)
005870             MOVE WS-CHG-IDX TO WS-ANY-IDX
005880         END-IF
005890     END-IF.
005900     IF CT-NEWVAL (WS-CHG-IDX) NOT = FT-ASOFVAL (WS-FLD-IDX)
005910         GO TO 2520-EXIT
005920     END-IF.
005930     IF WS-BEST-IDX = ZERO
005940         MOVE WS-CHG-IDX TO WS-BEST-IDX
005950     ELSE
005960         IF CT-STAMP (WS-CHG-IDX) > CT-STAMP (WS-BEST-IDX)
005970             MOVE WS-CHG-IDX TO WS-BEST-IDX
005980         END-IF
005990     END-IF.
006000 2520-EXIT.
006010     EXIT.
006020******************************************************
006030* 2550-FIND-SETTER - THE NEWEST CHANGE AT OR BEFORE THE
006040*                    AS-OF POINT. NONE MEANS THE VALUE
006050*                    IS THE ONE THE ROW WAS ADDED WITH
006060******************************************************
006070 2550-FIND-SETTER.
006080     MOVE ZERO TO WS-BEST-IDX.
006090     PERFORM 2560-SCAN-EARLIER THRU 2560-EXIT
006100         VARYING WS-CHG-IDX FROM 1 BY 1
006110         UNTIL WS-CHG-IDX > WS-CHG-USED.
006120     IF WS-BEST-IDX NOT = ZERO
006130         MOVE CT-CHGDAY (WS-BEST-IDX) TO FT-SETDAY (WS-FLD-IDX)
006140         MOVE CT-CHGTIM (WS-BEST-IDX) TO FT-SETTIM (WS-FLD-IDX)
006150         MOVE CT-CHGPSN (WS-BEST-IDX) TO FT-SETPSN (WS-FLD-IDX)
006160         MOVE CT-SRC (WS-BEST-IDX) TO FT-SRC (WS-FLD-IDX)
006170         IF CT-NEWVAL (WS-BEST-IDX) NOT = FT-ASOFVAL (WS-FLD-IDX)
006180             MOVE "*" TO FT-GAP (WS-FLD-IDX)
006190         END-IF
006200         GO TO 2550-COUNT-GAP
006210     END-IF.
006220     IF WS-FLD-IDX NOT > WS-FLD-GAF-MAX
006230         MOVE WS-REG-DAY TO FT-SETDAY (WS-FLD-IDX)
006240         MOVE WS-REG-TIM TO FT-SETTIM (WS-FLD-IDX)
006250         MOVE PAY_GAFMST-REGPSN TO FT-SETPSN (WS-FLD-IDX)
006260         MOVE "R" TO FT-SRC (WS-FLD-IDX)
006270     ELSE
006280         IF FT-ASOFVAL (WS-FLD-IDX) NOT = SPACES
006290             MOVE WS-BNK-REG-DAY TO FT-SETDAY (WS-FLD-IDX)
006300             MOVE WS-BNK-REG-TIM TO FT-SETTIM (WS-FLD-IDX)
006310             MOVE PAY_BNKMST-REGPSN TO FT-SETPSN (WS-FLD-IDX)
006320             MOVE "R" TO FT-SRC (WS-FLD-IDX)
006330         END-IF
006340     END-IF.
006350 2550-COUNT-GAP.
006360     IF FT-GAP (WS-FLD-IDX) = "*"
006370         ADD 1 TO WS-GAP-CNT
006380     END-IF.
006390 2550-EXIT.
006400     EXIT.
006410 2560-SCAN-EARLIER.
006420     IF CT-FLDIDX (WS-CHG-IDX) NOT = WS-FLD-IDX
006430        OR CT-STAMP (WS-CHG-IDX) > WS-ASOF-STAMP
006440         GO TO 2560-EXIT
006450     END-IF.
006460     IF WS-BEST-IDX = ZERO
006470         MOVE WS-CHG-IDX TO WS-BEST-IDX
006480     ELSE
006490         IF CT-STAMP (WS-CHG-IDX) NOT < CT-STAMP (WS-BEST-IDX)
006500             MOVE WS-CHG-IDX TO WS-BEST-IDX
006510         END-IF
006520     END-IF.
006530 2560-EXIT.
006540     EXIT.
006550******************************************************
006560* 2700-PRINT-PANEL - HEADING, CONTRACT FIELDS, THEN THE
006570*                    DIRECT-DEBIT ACCOUNT IN FORCE
006580******************************************************
006590 2700-PRINT-PANEL.
006600     WRITE PAY151-RPT-REC FROM WS-PAGE-SEP-LINE.
006610     MOVE RQ-CNTNUM TO HD-CNTNUM.
006620     MOVE WS-ASOF-DAY TO HD-ASOFDAY.
006630     MOVE WS-ASOF-TIM TO HD-ASOFTIM.
006640     MOVE PAY_GAFMST-PAYNAM(1:30) TO HD-PAYNAM.
006650     WRITE PAY151-RPT-REC FROM WS-HEAD-LINE.
006660     MOVE WS-REG-DAY TO SL-REGDAY.
006670     MOVE WS-REG-TIM TO SL-REGTIM.
006680     MOVE PAY_GAFMST-REGPSN TO SL-REGPSN.
006690     MOVE WS-LOG-CNT TO SL-LOG-CNT.
006700     MOVE WS-ARC-CNT TO SL-ARC-CNT.
006710     MOVE WS-ROLL-CNT TO SL-ROLL-CNT.
006720     WRITE PAY151-RPT-REC FROM WS-SRC-LINE.
006730     IF WS-TABLE-FULL
006740         MOVE "PAY151 - CHANGE TABLE FULL, PANEL INCOMPLETE"
006750             TO WS-MSG-LINE
006760         WRITE PAY151-RPT-REC FROM WS-MSG-LINE
006770     END-IF.
006780     WRITE PAY151-RPT-REC FROM WS-COLHEAD-LINE.
006790     PERFORM 2710-PRINT-FIELD THRU 2710-EXIT
006800         VARYING WS-FLD-IDX FROM 1 BY 1
006810         UNTIL WS-FLD-IDX > WS-FLD-GAF-MAX.
006820     WRITE PAY151-RPT-REC FROM WS-BNK-HEAD-LINE.
006830     PERFORM 2750-ACCOUNT-IN-FORCE THRU 2750-EXIT.
006840     IF WS-GAP-CNT NOT = ZERO
006850         MOVE WS-GAP-CNT TO GL-GAP-CNT
006860         WRITE PAY151-RPT-REC FROM WS-GAP-LINE
006870     END-IF.
006880     WRITE PAY151-RPT-REC FROM WS-LEGEND-LINE.
006890 2700-EXIT.
006900     EXIT.
006910 2710-PRINT-FIELD.
006920     MOVE FL-FLDNAM (WS-FLD-IDX) TO DL-FLDNAM.
006930     MOVE FT-ASOFVAL (WS-FLD-IDX) TO DL-ASOFVAL.
006940     MOVE FT-CURVAL (WS-FLD-IDX) TO DL-CURVAL.
006950     MOVE FT-SETDAY (WS-FLD-IDX) TO DL-SETDAY.
006960     MOVE FT-SETTIM (WS-FLD-IDX) TO DL-SETTIM.
006970     MOVE FT-SETPSN (WS-FLD-IDX) TO DL-SETPSN.
006980     MOVE FT-SRC (WS-FLD-IDX) TO DL-SRC.
006990     MOVE FT-GAP (WS-FLD-IDX) TO DL-GAP.
007000     WRITE PAY151-RPT-REC FROM WS-FLD-LINE.
007010 2710-EXIT.
007020     EXIT.
007030******************************************************
007040* 2750-ACCOUNT-IN-FORCE - THE ROLLED-BACK BNKMST FIELDS.
007050*                         AN ACCOUNT ADDED AFTER THE
007060*                         AS-OF POINT WITH NO CHANGE ROWS
007070*                         AT ALL WAS NOT YET IN FORCE
007080******************************************************
007090 2750-ACCOUNT-IN-FORCE.
007100     IF WS-BNK-LOG-CNT = ZERO AND WS-BNK-FOUND
007110        AND WS-BNK-REG-STAMP > WS-ASOF-STAMP
007120         MOVE WS-BNK-REG-DAY TO BN-REGDAY
007130         MOVE WS-BNK-REG-TIM TO BN-REGTIM
007140         WRITE PAY151-RPT-REC FROM WS-BNKNEW-LINE
007150         WRITE PAY151-RPT-REC FROM WS-NOBNK-LINE
007160         GO TO 2750-EXIT
007170     END-IF.
007180     MOVE ZERO TO WS-BNK-IN-FORCE.
007190     PERFORM 2760-COUNT-ACCOUNT THRU 2760-EXIT
007200         VARYING WS-FLD-IDX FROM WS-FLD-BNK-FIRST BY 1
007210         UNTIL WS-FLD-IDX > WS-FLD-MAX.
007220     IF WS-BNK-IN-FORCE = ZERO
007230         WRITE PAY151-RPT-REC FROM WS-NOBNK-LINE
007240         GO TO 2750-EXIT
007250     END-IF.
007260     PERFORM 2710-PRINT-FIELD THRU 2710-EXIT
007270         VARYING WS-FLD-IDX FROM WS-FLD-BNK-FIRST BY 1
007280         UNTIL WS-FLD-IDX > WS-FLD-MAX.
007290 2750-EXIT.
007300     EXIT.
007310 2760-COUNT-ACCOUNT.
007320     IF FT-ASOFVAL (WS-FLD-IDX) NOT = SPACES
007330         ADD 1 TO WS-BNK-IN-FORCE
007340     END-IF.
007350 2760-EXIT.
007360     EXIT.
007370******************************************************
007380* 3000-TERMINATE - CLOSE UP THE FILES
007390******************************************************
007400 3000-TERMINATE.
007410     CLOSE INQREQ-FILE.
007420     CLOSE PAY151-RPT.
007430 3000-EXIT.
007440     EXIT.
