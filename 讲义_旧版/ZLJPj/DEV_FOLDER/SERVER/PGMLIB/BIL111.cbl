000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. BIL111.
000030 AUTHOR. K.SATO.
000040 INSTALLATION. SYSTEM DEVELOPMENT DEPT.
000050 DATE-WRITTEN. 2026-09-09.
000060 DATE-COMPILED.
000070******************************************************
000080* MODIFICATION HISTORY
000090*  2026-09-09  K.SATO   INITIAL VERSION - CREDIT NOTE AND
000100*                       CORRECTED RE-BILL RUN. EACH CARD
000110*                       NAMES AN ISSUED BILNUM, A CRSN
000120*                       REASON AND THE OPERATOR. A CREDIT
000130*                       DOCUMENT WITH ITS OWN BILNBR NUMBER
000140*                       (DOCTYP C, ORGNUM = THE BILL) GOES
000150*                       TO THE SAME BILPRT/BILELE TABLE AS
000160*                       THE BILL AND THE BILITM ITEM IS
000170*                       REDUCED OR CLOSED. A FULL CREDIT OF
000180*                       THE LATEST CYCLE BILL ALSO BACKS
000190*                       THE CYCLE OUT OF GAFMST - PAYCNT
000200*                       DOWN ONE, THE LATE CHARGE BACK ON
000210*                       LATAMT - WITH CHGLOG ROWS, AND CAN
000220*                       CUT THE CORRECTED RE-BILL (DOCTYP
000230*                       R) FROM THE MASTER IN THE SAME RUN
000240*                       THE WAY BIL102 WOULD. A CYCLE
000250*                       CANCELLED WITHOUT A RE-BILL IS
000260*                       PICKED UP AGAIN BY THE NEXT BIL102
000270*                       RUN. MONEY ALREADY APPLIED TO THE
000280*                       CREDITED BILL MOVES TO THE RE-BILL
000290*                       OR TO CRDBAL
000300*  2026-09-11  K.SATO   THE RE-BILL IS CUT FROM THE CNTAMD
000310*                       TERMS IN FORCE FOR THE PERIOD, AS
000320*                       BIL102 NOW BILLS IT
000330******************************************************
000340 ENVIRONMENT DIVISION.
000350 INPUT-OUTPUT SECTION.
000360 FILE-CONTROL.
000370     SELECT CPBIS006-FILE ASSIGN TO CPBI6IN
000380         ORGANIZATION IS INDEXED
000390         ACCESS MODE IS DYNAMIC
000400         RECORD KEY IS CB6-エントリーキー部.
000410     SELECT CRNTRN-FILE ASSIGN TO CRNTRNIN.
000420     SELECT BIL111-RPT ASSIGN TO BIL111RP.
000430 DATA DIVISION.
000440 FILE SECTION.
000450 FD  CPBIS006-FILE
000460     RECORDING MODE IS F
000470     LABEL RECORDS ARE STANDARD.
000480 01  CB6-REC.
000490     COPY CPBIS006.
000500 FD  CRNTRN-FILE
000510     RECORDING MODE IS F
000520     LABEL RECORDS ARE STANDARD.
000530 01  CRNTRN-REC.
000540     03 CN-BILNUM        PIC X(009).
000550     03 CN-CRDAMT        PIC S9(013) COMP-3.
000560     03 CN-REBILL        PIC X(001).
000570         88 CN-REBILL-YES           VALUE "Y".
000580     03 CN-RSNCOD        PIC X(004).
000590     03 CN-PSN           PIC X(004).
000600 FD  BIL111-RPT
000610     RECORDING MODE IS F
000620     LABEL RECORDS ARE STANDARD.
000630 01  BIL111-RPT-REC              PIC X(080).
000640 WORKING-STORAGE SECTION.
000650     EXEC SQL INCLUDE SQLCA END-EXEC.
000660     EXEC SQL INCLUDE PAY_GAFMST END-EXEC.
000670     EXEC SQL INCLUDE PAY_BILPRT END-EXEC.
000680     EXEC SQL INCLUDE PAY_BILELE END-EXEC.
000690     EXEC SQL INCLUDE PAY_BILITM END-EXEC.
000700     EXEC SQL INCLUDE PAY_BILNBR END-EXEC.
000710     EXEC SQL INCLUDE PAY_CHGLOG END-EXEC.
000720     EXEC SQL INCLUDE PAY_CLTMST END-EXEC.
000730     EXEC SQL INCLUDE PAY_CODMST END-EXEC.
000740     EXEC SQL INCLUDE PAY_OPRMST END-EXEC.
000750     EXEC SQL INCLUDE PAY_GAFAUD END-EXEC.
000760     EXEC SQL INCLUDE PAY_CRDBAL END-EXEC.
000770     EXEC SQL INCLUDE PAY_RUNCTL END-EXEC.
000780     EXEC SQL INCLUDE PAY_TAXTAB END-EXEC.
000790     EXEC SQL INCLUDE PAY_FXRATE END-EXEC.
000800     EXEC SQL INCLUDE PAY_CNTAMD END-EXEC.
000810 77  WS-EOF-SW           PIC X(001) VALUE "N".
000820     88 WS-EOF                      VALUE "Y".
000830 77  WS-FOUND-SW         PIC X(001) VALUE "N".
000840     88 WS-FOUND                    VALUE "Y".
000850 77  WS-CLT-FOUND-SW     PIC X(001) VALUE "N".
000860     88 WS-CLT-FOUND                VALUE "Y".
000870 77  WS-OPR-OK-SW        PIC X(001) VALUE "N".
000880     88 WS-OPR-OK                   VALUE "Y".
000890 77  WS-RSN-OK-SW        PIC X(001) VALUE "N".
000900     88 WS-RSN-OK                   VALUE "Y".
000910 77  WS-FULL-SW          PIC X(001) VALUE "N".
000920     88 WS-FULL-CREDIT              VALUE "Y".
000930 77  WS-CYCLE-SW         PIC X(001) VALUE "N".
000940     88 WS-CYCLE-BILL               VALUE "Y".
000950 77  WS-ORG-SRC          PIC X(001).
000960     88 WS-ORG-PAPER                VALUE "P".
000970     88 WS-ORG-ELECTRONIC           VALUE "E".
000980 77  WS-CRN-LEVEL        PIC S9(001) COMP-3 VALUE 2.
000990 77  WS-REJ-RSN          PIC X(020).
001000 77  WS-TODAY            PIC X(008).
001010 77  WS-NOWTIME          PIC X(006).
001020 77  WS-RC-CNT           PIC S9(007) COMP-3 VALUE ZERO.
001030 77  WS-LATER-CNT        PIC S9(007) COMP-3.
001040 77  WS-ISSPGM           PIC X(008).
001050 77  WS-ORG-BILNUM       PIC X(009).
001060 77  WS-ORG-CNTNUM       PIC X(009).
001070 77  WS-ORG-DOCTYP       PIC X(001).
001080 77  WS-ORG-BILAMT       PIC S9(013) COMP-3.
001090 77  WS-ORG-TAXAMT       PIC S9(013) COMP-3.
001100 77  WS-ORG-TOTAMT       PIC S9(013) COMP-3.
001110 77  WS-ORG-LATAMT       PIC S9(013) COMP-3.
001120 77  WS-ORG-DUEDAY       PIC X(008).
001130 77  WS-CRD-TOT          PIC S9(013) COMP-3.
001140 77  WS-CRD-TAX          PIC S9(013) COMP-3.
001150 77  WS-CRD-BIL          PIC S9(013) COMP-3.
001160 77  WS-CRN-BILNUM       PIC X(009).
001170 77  WS-REB-BILNUM       PIC X(009).
001180 77  WS-NEW-RMNAMT       PIC S9(013) COMP-3.
001190 77  WS-NEW-APLAMT       PIC S9(013) COMP-3.
001200 77  WS-NEW-STS          PIC X(001).
001210 77  WS-EXCESS           PIC S9(013) COMP-3.
001220 77  WS-RESTORE-LAT      PIC S9(013) COMP-3.
001230 77  WS-REB-APL          PIC S9(013) COMP-3.
001240 77  WS-REB-RMN          PIC S9(013) COMP-3.
001250 77  WS-REB-STS          PIC X(001).
001260 77  WS-CRN-CNT          PIC S9(007) COMP-3 VALUE ZERO.
001270 77  WS-CRN-AMT          PIC S9(013) COMP-3 VALUE ZERO.
001280 77  WS-REB-CNT          PIC S9(007) COMP-3 VALUE ZERO.
001290 77  WS-REJ-CNT          PIC S9(007) COMP-3 VALUE ZERO.
001300 77  WS-BIL-TOTAMT       PIC S9(013) COMP-3.
001310 77  WS-OLD-PAYCNT       PIC S9(003) COMP-3.
001320 77  WS-NUM-EDIT         PIC -(015)9.99.
001330 77  WS-LOG-FLDNAM       PIC X(008).
001340 77  WS-LOG-OLDVAL       PIC X(020).
001350 77  WS-LOG-NEWVAL       PIC X(020).
001360 77  WS-NEW-BILNUM       PIC X(009).
001370 77  WS-NBR-NUM          PIC 9(009).
001380 77  WS-BGN-YYYY         PIC 9(004).
001390 77  WS-BGN-MM           PIC 9(002).
001400 77  WS-BGN-DD           PIC X(002).
001410 77  WS-CYC-MOS          PIC 9(002).
001420 77  WS-BASE-MOS         PIC 9(006).
001430 77  WS-DUE-MOS          PIC 9(006).
001440 77  WS-DUE-YYYY         PIC 9(004).
001450 77  WS-DUE-MM           PIC 9(002).
001460 77  WS-BIL-BILAMT       PIC S9(013) COMP-3.
001470 77  WS-CYC-CHARGE       PIC S9(013) COMP-3.
001480 77  WS-PER-MOS          PIC 9(006).
001490 77  WS-PER-YYYY         PIC 9(004).
001500 77  WS-PER-MM           PIC 9(002).
001510 01  WS-PER-DATE.
001520     03 WS-PER-DATE-YYYY PIC 9(004).
001530     03 WS-PER-DATE-MM   PIC 9(002).
001540     03 WS-PER-DATE-DD   PIC X(002).
001550 77  WS-RAW-DUE          PIC X(008).
001560 77  WS-CLP-MAX          PIC 9(002).
001570 01  WS-CLP-DATE.
001580     03 WS-CLP-YYYY      PIC 9(004).
001590     03 WS-CLP-MM        PIC 9(002).
001600     03 WS-CLP-DD        PIC 9(002).
001610 77  WS-BIL-BGN          PIC X(008).
001620 77  WS-BIL-END          PIC X(008).
001630 77  WS-STORE-END        PIC X(008).
001640 77  WS-PER-INT          PIC 9(007).
001650 77  WS-RAWDUE-INT       PIC 9(007).
001660 77  WS-BILEND-INT       PIC 9(007).
001670 77  WS-BILBGN-INT       PIC 9(007).
001680 77  WS-FULL-DAYS        PIC S9(005) COMP-3.
001690 77  WS-BILL-DAYS        PIC S9(005) COMP-3.
001700 77  WS-FINAL-SW         PIC X(001).
001710     88 WS-FINAL-BILL               VALUE "Y".
001720 77  WS-BIL-TAXAMT       PIC S9(013) COMP-3.
001730 77  WS-TAX-BGN          PIC X(008).
001740 77  WS-TAX-END          PIC X(008).
001750 77  WS-TAX-RATE         PIC S9(002)V9(1) COMP-3.
001760 77  WS-RATE-DATE        PIC X(008).
001770 77  WS-TAX-NUM          PIC 9(008).
001780 77  WS-TAX-BGN-INT      PIC 9(007).
001790 77  WS-TAX-END-INT      PIC 9(007).
001800 77  WS-SEG-START-INT    PIC 9(007).
001810 77  WS-BND-INT          PIC 9(007).
001820 77  WS-TAX-TOTDAYS      PIC S9(005) COMP-3.
001830 77  WS-SEG-DAYS         PIC S9(005) COMP-3.
001840 77  WS-SEG-TAX          PIC S9(013) COMP-3.
001850 77  WS-TAX-SEGS         PIC S9(004) COMP-3.
001860 77  WS-BND-EOF-SW       PIC X(001).
001870     88 WS-BND-EOF                  VALUE "Y".
001880 77  WS-ANC-DATE         PIC X(008).
001890 77  WS-ANC-CNT          PIC S9(003) COMP-3.
001900 77  WS-TRM-PAYEND       PIC X(008).
001910 77  WS-LEA-DATE         PIC X(008).
001920 77  WS-LEA-AMT          PIC S9(013) COMP-3.
001930 77  WS-LEA-BNDS         PIC S9(005) COMP-3.
001940 77  WS-SEG-CHARGE       PIC S9(013) COMP-3.
001950 77  WS-LEA-EOF-SW       PIC X(001).
001960     88 WS-LEA-EOF                  VALUE "Y".
001970 01  WS-DUE-DATE.
001980     03 WS-DUE-DATE-YYYY PIC 9(004).
001990     03 WS-DUE-DATE-MM   PIC 9(002).
002000     03 WS-DUE-DATE-DD   PIC X(002).
002010 77  WS-EQP-SISAN        PIC X(007).
002020 77  WS-EQP-EOF-SW       PIC X(001).
002030     88 WS-EQP-EOF                  VALUE "Y".
002040 77  WS-CC               PIC 9(002).
002050 01  WS-TGT-FROM.
002060     03 WS-TGT-SEIKI     PIC 9(001).
002070     03 WS-TGT-NENGET    PIC X(006).
002080 01  WS-DETAIL-LINE.
002090     03 FILLER           PIC X(009) VALUE "CREDITED ".
002100     03 DL-ORGNUM        PIC X(009).
002110     03 FILLER           PIC X(002) VALUE SPACES.
002120     03 DL-CRNNUM        PIC X(009).
002130     03 FILLER           PIC X(002) VALUE SPACES.
002140     03 DL-CRDAMT        PIC -(011)9.99.
002150     03 FILLER           PIC X(002) VALUE SPACES.
002160     03 DL-REBNUM        PIC X(009).
002170     03 FILLER           PIC X(002) VALUE SPACES.
002180     03 DL-RSNCOD        PIC X(004).
002190     03 FILLER           PIC X(002) VALUE SPACES.
002200     03 DL-CYCLE         PIC X(006).
002210     03 FILLER           PIC X(009) VALUE SPACES.
002220 01  WS-REJECT-LINE.
002230     03 FILLER           PIC X(009) VALUE "REJECTED ".
002240     03 RJ-BILNUM        PIC X(009).
002250     03 FILLER           PIC X(002) VALUE SPACES.
002260     03 RJ-PSN           PIC X(004).
002270     03 FILLER           PIC X(002) VALUE SPACES.
002280     03 RJ-REASON        PIC X(020).
002290     03 FILLER           PIC X(034) VALUE SPACES.
002300 01  WS-TOTAL-LINE.
002310     03 FILLER           PIC X(009) VALUE "CREDITED ".
002320     03 TL-COUNT         PIC -(007)9.
002330     03 FILLER           PIC X(009) VALUE "  AMOUNT ".
002340     03 TL-AMOUNT        PIC -(011)9.99.
002350     03 FILLER           PIC X(010) VALUE "  REBILLED".
002360     03 TL-REBILL        PIC -(007)9.
002370     03 FILLER           PIC X(010) VALUE "  REJECTED".
002380     03 TL-REJECT        PIC -(007)9.
002390     03 FILLER           PIC X(003) VALUE SPACES.
002400******************************************************
002410* PROCEDURE DIVISION
002420******************************************************
002430 PROCEDURE DIVISION.
002440 0000-MAINLINE.
002450     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002460     PERFORM 2000-PROCESS-CREDIT THRU 2000-EXIT
002470         UNTIL WS-EOF.
002480     PERFORM 3000-TERMINATE THRU 3000-EXIT.
002490     STOP RUN.
002500******************************************************
002510* 1000-INITIALIZE - OPEN FILES, PRIME THE FIRST READ
002520******************************************************
002530 1000-INITIALIZE.
002540     OPEN INPUT CRNTRN-FILE.
002550     OPEN INPUT CPBIS006-FILE.
002560     OPEN OUTPUT BIL111-RPT.
002570     ACCEPT WS-TODAY FROM DATE YYYYMMDD.
002580     ACCEPT WS-NOWTIME FROM TIME.
002590     MOVE WS-TODAY(1:2) TO WS-CC.
002600     COMPUTE WS-TGT-SEIKI = WS-CC - 18.
002610     MOVE WS-TODAY(3:6) TO WS-TGT-NENGET.
002620     PERFORM 1050-CHECK-RUNCTL THRU 1050-EXIT.
002630     READ CRNTRN-FILE
002640         AT END MOVE "Y" TO WS-EOF-SW
002650     END-READ.
002660 1000-EXIT.
002670     EXIT.
002680******************************************************
002690* 1050-CHECK-RUNCTL - NO CREDITS WHILE BIL102 OR PAY101
002700*                     IS STILL MOVING PAYCNT AND BILITM
002710******************************************************
002720 1050-CHECK-RUNCTL.
002730     EXEC SQL
002740         SELECT COUNT(*)
002750           INTO :WS-RC-CNT
002760           FROM RUNCTL
002770          WHERE PGMNAM IN ('BIL102', 'PAY101')
002780            AND RUNSTS = 'R'
002790     END-EXEC.
002800     IF WS-RC-CNT > 0
002810         DISPLAY "BIL111 - BIL102 OR PAY101 STILL RUNNING"
002820         PERFORM 1090-REFUSE-START THRU 1090-EXIT
002830     END-IF.
002840 1050-EXIT.
002850     EXIT.
002860******************************************************
002870* 1090-REFUSE-START - THE RUN MAY NOT PROCEED
002880******************************************************
002890 1090-REFUSE-START.
002900     MOVE 16 TO RETURN-CODE.
002910     STOP RUN.
002920 1090-EXIT.
002930     EXIT.
002940******************************************************
002950* 2000-PROCESS-CREDIT - VALIDATE ONE CARD, ISSUE THE
002960*                       CREDIT, BACK THE CYCLE OUT AND
002970*                       RE-BILL WHEN ASKED
002980******************************************************
002990 2000-PROCESS-CREDIT.
003000     MOVE SPACES TO WS-REB-BILNUM.
003010     PERFORM 2050-CHECK-OPERATOR THRU 2050-EXIT.
003020     IF NOT WS-OPR-OK
003030         PERFORM 2060-WRITE-REJECT THRU 2060-EXIT
003040         GO TO 2000-NEXT
003050     END-IF.
003060     PERFORM 2250-CHECK-RSNCOD THRU 2250-EXIT.
003070     IF NOT WS-RSN-OK
003080         MOVE "REASON NOT ON CODMST" TO WS-REJ-RSN
003090         PERFORM 2060-WRITE-REJECT THRU 2060-EXIT
003100         GO TO 2000-NEXT
003110     END-IF.
003120     PERFORM 2100-LOOKUP-BILL THRU 2100-EXIT.
003130     IF WS-REJ-RSN NOT = SPACES
003140         PERFORM 2060-WRITE-REJECT THRU 2060-EXIT
003150         GO TO 2000-NEXT
003160     END-IF.
003170     PERFORM 2200-VALIDATE-CREDIT THRU 2200-EXIT.
003180     IF WS-REJ-RSN NOT = SPACES
003190         PERFORM 2060-WRITE-REJECT THRU 2060-EXIT
003200         GO TO 2000-NEXT
003210     END-IF.
003220     PERFORM 2300-ISSUE-CREDIT THRU 2300-EXIT.
003230     PERFORM 2350-REDUCE-ITEM THRU 2350-EXIT.
003240     IF WS-FULL-CREDIT AND WS-CYCLE-BILL
003250         PERFORM 2400-BACK-OUT-CYCLE THRU 2400-EXIT
003260     END-IF.
003270     IF CN-REBILL-YES
003280         PERFORM 4000-REBILL THRU 4000-EXIT
003290     END-IF.
003300     IF WS-EXCESS > ZERO
003310         PERFORM 2700-BOOK-CREDIT THRU 2700-EXIT
003320     END-IF.
003330     PERFORM 2450-WRITE-AUDIT THRU 2450-EXIT.
003340     PERFORM 2800-WRITE-DETAIL THRU 2800-EXIT.
003350 2000-NEXT.
003360     READ CRNTRN-FILE
003370         AT END MOVE "Y" TO WS-EOF-SW
003380     END-READ.
003390 2000-EXIT.
003400     EXIT.
003410******************************************************
003420* 2050-CHECK-OPERATOR - THE PSN MUST BE AN ACTIVE
003430*                      OPERATOR ON THE AUTHORITY MASTER
003440*                      AT CREDIT LEVEL OR ABOVE
003450******************************************************
003460 2050-CHECK-OPERATOR.
003470     MOVE "N" TO WS-OPR-OK-SW.
003480     MOVE SPACES TO WS-REJ-RSN.
003490     EXEC SQL
003500         SELECT AUTLVL, ACTFLG
003510           INTO :PAY_OPRMST-AUTLVL, :PAY_OPRMST-ACTFLG
003520           FROM OPRMST
003530          WHERE PSN = :CN-PSN
003540     END-EXEC.
003550     IF SQLCODE NOT = 0
003560         MOVE "OPERATOR UNKNOWN" TO WS-REJ-RSN
003570         GO TO 2050-EXIT
003580     END-IF.
003590     IF PAY_OPRMST-ACTFLG NOT = "Y"
003600         MOVE "OPERATOR INACTIVE" TO WS-REJ-RSN
003610         GO TO 2050-EXIT
003620     END-IF.
003630     IF PAY_OPRMST-AUTLVL < WS-CRN-LEVEL
003640         MOVE "LEVEL TOO LOW - CRN" TO WS-REJ-RSN
003650         GO TO 2050-EXIT
003660     END-IF.
003670     MOVE "Y" TO WS-OPR-OK-SW.
003680 2050-EXIT.
003690     EXIT.
003700******************************************************
003710* 2060-WRITE-REJECT - REJECTED-TRANSACTION REGISTER LINE
003720******************************************************
003730 2060-WRITE-REJECT.
003740     MOVE CN-BILNUM TO RJ-BILNUM.
003750     MOVE CN-PSN TO RJ-PSN.
003760     MOVE WS-REJ-RSN TO RJ-REASON.
003770     WRITE BIL111-RPT-REC FROM WS-REJECT-LINE.
003780     ADD 1 TO WS-REJ-CNT.
003790 2060-EXIT.
003800     EXIT.
003810******************************************************
003820* 2100-LOOKUP-BILL - THE BILL FROM BILPRT, ELSE BILELE,
003830*                    AND ITS OPEN ITEM ON BILITM
003840******************************************************
003850 2100-LOOKUP-BILL.
003860     MOVE SPACES TO WS-REJ-RSN.
003870     MOVE CN-BILNUM TO WS-ORG-BILNUM.
003880     MOVE "P" TO WS-ORG-SRC.
003890     EXEC SQL
003900         SELECT CNTNUM, DIVCOD, CLTNAM, SNDTYP, MALNAM,
003910                MALNM2, MALADR, MALAD2, MALAD3, ZIPCOD,
003920                ADRTYP, DAYBGN, DAYEND, BILAMT, TAXAMT,
003930                TAXCNT, TOTAMT, DOCTYP, CURCOD, EXCRAT,
003940                ASTCOD
003950           INTO :PAY_BILPRT-CNTNUM, :PAY_BILPRT-DIVCOD,
003960                :PAY_BILPRT-CLTNAM, :PAY_BILPRT-SNDTYP,
003970                :PAY_BILPRT-MALNAM, :PAY_BILPRT-MALNM2,
003980                :PAY_BILPRT-MALADR, :PAY_BILPRT-MALAD2,
003990                :PAY_BILPRT-MALAD3, :PAY_BILPRT-ZIPCOD,
004000                :PAY_BILPRT-ADRTYP, :PAY_BILPRT-DAYBGN,
004010                :PAY_BILPRT-DAYEND, :PAY_BILPRT-BILAMT,
004020                :PAY_BILPRT-TAXAMT, :PAY_BILPRT-TAXCNT,
004030                :PAY_BILPRT-TOTAMT, :PAY_BILPRT-DOCTYP,
004040                :PAY_BILPRT-CURCOD, :PAY_BILPRT-EXCRAT,
004050                :PAY_BILPRT-ASTCOD
004060           FROM BILPRT
004070          WHERE BILNUM = :CN-BILNUM
004080     END-EXEC.
004090     IF SQLCODE = 0
004100         MOVE PAY_BILPRT-CNTNUM TO WS-ORG-CNTNUM
004110         MOVE PAY_BILPRT-DOCTYP TO WS-ORG-DOCTYP
004120         MOVE PAY_BILPRT-BILAMT TO WS-ORG-BILAMT
004130         MOVE PAY_BILPRT-TAXAMT TO WS-ORG-TAXAMT
004140         MOVE PAY_BILPRT-TOTAMT TO WS-ORG-TOTAMT
004150     ELSE
004160         MOVE "E" TO WS-ORG-SRC
004170         EXEC SQL
004180             SELECT CNTNUM, CLTNAM, EMLADR, DAYBGN, DAYEND,
004190                    BILAMT, TAXAMT, TOTAMT, DOCTYP
004200               INTO :PAY_BILELE-CNTNUM, :PAY_BILELE-CLTNAM,
004210                    :PAY_BILELE-EMLADR, :PAY_BILELE-DAYBGN,
004220                    :PAY_BILELE-DAYEND, :PAY_BILELE-BILAMT,
004230                    :PAY_BILELE-TAXAMT, :PAY_BILELE-TOTAMT,
004240                    :PAY_BILELE-DOCTYP
004250               FROM BILELE
004260              WHERE BILNUM = :CN-BILNUM
004270         END-EXEC
004280         IF SQLCODE NOT = 0
004290             MOVE "BILL NOT ON FILE" TO WS-REJ-RSN
004300             GO TO 2100-EXIT
004310         END-IF
004320         MOVE PAY_BILELE-CNTNUM TO WS-ORG-CNTNUM
004330         MOVE PAY_BILELE-DOCTYP TO WS-ORG-DOCTYP
004340         MOVE PAY_BILELE-BILAMT TO WS-ORG-BILAMT
004350         MOVE PAY_BILELE-TAXAMT TO WS-ORG-TAXAMT
004360         MOVE PAY_BILELE-TOTAMT TO WS-ORG-TOTAMT
004370     END-IF.
004380     IF WS-ORG-DOCTYP = "C"
004390         MOVE "BILL IS A CREDIT" TO WS-REJ-RSN
004400         GO TO 2100-EXIT
004410     END-IF.
004420     EXEC SQL
004430         SELECT ITMAMT, APLAMT, RMNAMT, ITMSTS, DUEDAY
004440           INTO :PAY_BILITM-ITMAMT, :PAY_BILITM-APLAMT,
004450                :PAY_BILITM-RMNAMT, :PAY_BILITM-ITMSTS,
004460                :PAY_BILITM-DUEDAY
004470           FROM BILITM
004480          WHERE BILNUM = :CN-BILNUM
004490     END-EXEC.
004500     IF SQLCODE NOT = 0
004510         MOVE "NO BILITM ITEM" TO WS-REJ-RSN
004520         GO TO 2100-EXIT
004530     END-IF.
004540     IF PAY_BILITM-ITMAMT NOT > ZERO
004550         MOVE "ALREADY CANCELLED" TO WS-REJ-RSN
004560         GO TO 2100-EXIT
004570     END-IF.
004580     MOVE PAY_BILITM-DUEDAY TO WS-ORG-DUEDAY.
004590     EXEC SQL
004600         SELECT CNTNUM, DIVCOD, PAYCLT, PAYNAM, PAYBGN,
004610                PAYCYC, PAYCNT, EQPCOD, SNDTYP, CONFLG,
004620                LATAMT, TAXRAT, CURCOD, LEAAMT, PAYEND,
004630                HOLSFT, CHCKYN
004640           INTO :PAY_GAFMST-CNTNUM, :PAY_GAFMST-DIVCOD,
004650                :PAY_GAFMST-PAYCLT, :PAY_GAFMST-PAYNAM,
004660                :PAY_GAFMST-PAYBGN, :PAY_GAFMST-PAYCYC,
004670                :PAY_GAFMST-PAYCNT, :PAY_GAFMST-EQPCOD,
004680                :PAY_GAFMST-SNDTYP, :PAY_GAFMST-CONFLG,
004690                :PAY_GAFMST-LATAMT, :PAY_GAFMST-TAXRAT,
004700                :PAY_GAFMST-CURCOD, :PAY_GAFMST-LEAAMT,
004710                :PAY_GAFMST-PAYEND, :PAY_GAFMST-HOLSFT,
004720                :PAY_GAFMST-CHCKYN
004730           FROM GAFMST
004740          WHERE CNTNUM = :WS-ORG-CNTNUM
004750     END-EXEC.
004760     IF SQLCODE NOT = 0
004770         MOVE "CONTRACT NOT ON FILE" TO WS-REJ-RSN
004780     END-IF.
004790 2100-EXIT.
004800     EXIT.
004810******************************************************
004820* 2200-VALIDATE-CREDIT - FULL OR PARTIAL, CYCLE BILL OR
004830*                        NOT, AND WHETHER A RE-BILL IS
004840*                        ALLOWED. ZERO CN-CRDAMT CREDITS
004850*                        WHAT IS LEFT OF THE BILL
004860******************************************************
004870 2200-VALIDATE-CREDIT.
004880     MOVE "N" TO WS-FULL-SW.
004890     MOVE "N" TO WS-CYCLE-SW.
004900     IF CN-CRDAMT < ZERO
004910         MOVE "CREDIT AMT NEGATIVE" TO WS-REJ-RSN
004920         GO TO 2200-EXIT
004930     END-IF.
004940     IF CN-CRDAMT > PAY_BILITM-ITMAMT
004950         MOVE "CREDIT EXCEEDS ITEM" TO WS-REJ-RSN
004960         GO TO 2200-EXIT
004970     END-IF.
004980     IF CN-CRDAMT = ZERO OR CN-CRDAMT = PAY_BILITM-ITMAMT
004990         MOVE "Y" TO WS-FULL-SW
005000         MOVE PAY_BILITM-ITMAMT TO WS-CRD-TOT
005010     ELSE
005020         MOVE CN-CRDAMT TO WS-CRD-TOT
005030     END-IF.
005040     MOVE SPACES TO WS-ISSPGM.
005050     EXEC SQL
005060         SELECT ISSPGM
005070           INTO :WS-ISSPGM
005080           FROM BILNBA
005090          WHERE BILNUM = :CN-BILNUM
005100     END-EXEC.
005110     IF WS-ISSPGM = "BIL102" OR WS-ORG-DOCTYP = "R"
005120         MOVE "Y" TO WS-CYCLE-SW
005130     END-IF.
005140     IF WS-FULL-CREDIT AND WS-CYCLE-BILL
005150         EXEC SQL
005160             SELECT COUNT(*)
005170               INTO :WS-LATER-CNT
005180               FROM BILITM I, BILNBA A
005190              WHERE I.CNTNUM = :WS-ORG-CNTNUM
005200                AND I.BILNUM > :CN-BILNUM
005210                AND I.ITMAMT > 0
005220                AND A.BILNUM = I.BILNUM
005230                AND A.ISSPGM IN ('BIL102', 'BIL111')
005240         END-EXEC
005250         IF WS-LATER-CNT > ZERO
005260             MOVE "LATER CYCLE BILLED" TO WS-REJ-RSN
005270             GO TO 2200-EXIT
005280         END-IF
005290     END-IF.
005300     IF CN-REBILL-YES
005310         IF NOT WS-FULL-CREDIT OR NOT WS-CYCLE-BILL
005320             MOVE "REBILL NEEDS CANCEL" TO WS-REJ-RSN
005330             GO TO 2200-EXIT
005340         END-IF
005350         IF PAY_GAFMST-CHCKYN = "Y"
005360             MOVE "CONTRACT TERMINATED" TO WS-REJ-RSN
005370             GO TO 2200-EXIT
005380         END-IF
005390         IF PAY_GAFMST-HOLSFT = "Y"
005400             MOVE "CONTRACT ON HOLD" TO WS-REJ-RSN
005410             GO TO 2200-EXIT
005420         END-IF
005430     END-IF.
005440 2200-EXIT.
005450     EXIT.
005460******************************************************
005470* 2250-CHECK-RSNCOD - THE REASON MUST BE AN ACTIVE
005480*                     CRSN CODE ON THE CODE MASTER
005490******************************************************
005500 2250-CHECK-RSNCOD.
005510     MOVE "N" TO WS-RSN-OK-SW.
005520     MOVE SPACES TO PAY_CODMST-CODDSC.
005530     EXEC SQL
005540         SELECT CODDSC, ACTFLG
005550           INTO :PAY_CODMST-CODDSC, :PAY_CODMST-ACTFLG
005560           FROM CODMST
005570          WHERE CODTYP = 'CRSN'
005580            AND CODVAL = :CN-RSNCOD
005590     END-EXEC.
005600     IF SQLCODE = 0 AND PAY_CODMST-ACTFLG = "Y"
005610         MOVE "Y" TO WS-RSN-OK-SW
005620     END-IF.
005630 2250-EXIT.
005640     EXIT.
005650******************************************************
005660* 2300-ISSUE-CREDIT - NUMBER THE CREDIT DOCUMENT FROM
005670*                     BILNBR AND WRITE IT, NEGATIVE, TO
005680*                     THE BILL'S OWN TABLE. A FULL CREDIT
005690*                     OF AN UNTOUCHED BILL REVERSES IT
005700*                     LINE FOR LINE, ANYTHING ELSE SPLITS
005710*                     THE TAX IN PROPORTION
005720******************************************************
005730 2300-ISSUE-CREDIT.
005740     IF WS-CRD-TOT = WS-ORG-TOTAMT
005750         MOVE WS-ORG-TAXAMT TO WS-CRD-TAX
005760         MOVE WS-ORG-BILAMT TO WS-CRD-BIL
005770     ELSE
005780         COMPUTE WS-CRD-TAX ROUNDED =
005790             WS-ORG-TAXAMT * WS-CRD-TOT / WS-ORG-TOTAMT
005800         COMPUTE WS-CRD-BIL = WS-CRD-TOT - WS-CRD-TAX
005810     END-IF.
005820     MOVE "BIL111" TO WS-ISSPGM.
005830     PERFORM 4430-ASSIGN-BILNUM THRU 4430-EXIT.
005840     MOVE WS-NEW-BILNUM TO WS-CRN-BILNUM.
005850     IF WS-ORG-PAPER
005860         PERFORM 2310-INSERT-CREDIT-PRT THRU 2310-EXIT
005870     ELSE
005880         PERFORM 2320-INSERT-CREDIT-ELE THRU 2320-EXIT
005890     END-IF.
005900 2300-EXIT.
005910     EXIT.
005920******************************************************
005930* 2310-INSERT-CREDIT-PRT - PAPER CREDIT NOTE, ADDRESSED
005940*                          AS THE BILL WAS. NEVER HELD
005950*                          FOR CONSOLIDATION
005960******************************************************
005970 2310-INSERT-CREDIT-PRT.
005980     MOVE WS-CRN-BILNUM TO PAY_BILPRT-CTLNUM.
005990     MOVE WS-CRN-BILNUM TO PAY_BILPRT-BILNUM.
006000     MOVE WS-TODAY TO PAY_BILPRT-SNDDAY.
006010     COMPUTE PAY_BILPRT-BILAMT = 0 - WS-CRD-BIL.
006020     COMPUTE PAY_BILPRT-TAXAMT = 0 - WS-CRD-TAX.
006030     COMPUTE PAY_BILPRT-TOTAMT = 0 - WS-CRD-TOT.
006040     MOVE "N" TO PAY_BILPRT-CONFLG.
006050     MOVE "C" TO PAY_BILPRT-DOCTYP.
006060     MOVE WS-ORG-BILNUM TO PAY_BILPRT-ORGNUM.
006070     EXEC SQL
006080         INSERT INTO BILPRT
006090             (CTLNUM, BILNUM, CNTNUM, DIVCOD, CLTNAM,
006100              SNDTYP, MALNAM, MALNM2, MALADR, MALAD2,
006110              MALAD3, ZIPCOD, ADRTYP,
006120              DAYBGN, DAYEND, SNDDAY, BILAMT,
006130              TAXAMT, TAXCNT, TOTAMT, CONFLG, CURCOD,
006140              EXCRAT, ASTCOD, DOCTYP, ORGNUM)
006150         VALUES
006160             (:PAY_BILPRT-CTLNUM, :PAY_BILPRT-BILNUM,
006170              :PAY_BILPRT-CNTNUM, :PAY_BILPRT-DIVCOD,
006180              :PAY_BILPRT-CLTNAM, :PAY_BILPRT-SNDTYP,
006190              :PAY_BILPRT-MALNAM, :PAY_BILPRT-MALNM2,
006200              :PAY_BILPRT-MALADR, :PAY_BILPRT-MALAD2,
006210              :PAY_BILPRT-MALAD3, :PAY_BILPRT-ZIPCOD,
006220              :PAY_BILPRT-ADRTYP,
006230              :PAY_BILPRT-DAYBGN, :PAY_BILPRT-DAYEND,
006240              :PAY_BILPRT-SNDDAY, :PAY_BILPRT-BILAMT,
006250              :PAY_BILPRT-TAXAMT, :PAY_BILPRT-TAXCNT,
006260              :PAY_BILPRT-TOTAMT,
006270              :PAY_BILPRT-CONFLG, :PAY_BILPRT-CURCOD,
006280              :PAY_BILPRT-EXCRAT, :PAY_BILPRT-ASTCOD,
006290              :PAY_BILPRT-DOCTYP, :PAY_BILPRT-ORGNUM)
006300     END-EXEC.
006310 2310-EXIT.
006320     EXIT.
006330******************************************************
006340* 2320-INSERT-CREDIT-ELE - ELECTRONIC CREDIT NOTE, QUEUED
006350*                          FOR THE BIL104/105 DISPATCH
006360******************************************************
006370 2320-INSERT-CREDIT-ELE.
006380     MOVE WS-CRN-BILNUM TO PAY_BILELE-CTLNUM.
006390     MOVE WS-CRN-BILNUM TO PAY_BILELE-BILNUM.
006400     MOVE WS-TODAY TO PAY_BILELE-SNDDAY.
006410     COMPUTE PAY_BILELE-BILAMT = 0 - WS-CRD-BIL.
006420     COMPUTE PAY_BILELE-TAXAMT = 0 - WS-CRD-TAX.
006430     COMPUTE PAY_BILELE-TOTAMT = 0 - WS-CRD-TOT.
006440     MOVE "P" TO PAY_BILELE-DLVSTS.
006450     MOVE SPACES TO PAY_BILELE-SNDTIM.
006460     MOVE ZERO TO PAY_BILELE-FALCNT.
006470     MOVE "C" TO PAY_BILELE-DOCTYP.
006480     MOVE WS-ORG-BILNUM TO PAY_BILELE-ORGNUM.
006490     EXEC SQL
006500         INSERT INTO BILELE
006510             (CTLNUM, BILNUM, CNTNUM, CLTNAM, EMLADR,
006520              DAYBGN, DAYEND, SNDDAY, BILAMT, TAXAMT,
006530              TOTAMT, DLVSTS, SNDTIM, FALCNT, DOCTYP,
006540              ORGNUM)
006550         VALUES
006560             (:PAY_BILELE-CTLNUM, :PAY_BILELE-BILNUM,
006570              :PAY_BILELE-CNTNUM, :PAY_BILELE-CLTNAM,
006580              :PAY_BILELE-EMLADR, :PAY_BILELE-DAYBGN,
006590              :PAY_BILELE-DAYEND, :PAY_BILELE-SNDDAY,
006600              :PAY_BILELE-BILAMT, :PAY_BILELE-TAXAMT,
006610              :PAY_BILELE-TOTAMT, :PAY_BILELE-DLVSTS,
006620              :PAY_BILELE-SNDTIM, :PAY_BILELE-FALCNT,
006630              :PAY_BILELE-DOCTYP, :PAY_BILELE-ORGNUM)
006640     END-EXEC.
006650 2320-EXIT.
006660     EXIT.
006670******************************************************
006680* 2350-REDUCE-ITEM - TAKE THE CREDIT OFF THE BILL'S
006690*                    BILITM ITEM. THE UNPAID BALANCE GOES
006700*                    FIRST; ANY MONEY ALREADY APPLIED
006710*                    BEYOND IT COMES BACK OFF APLAMT AS
006720*                    WS-EXCESS FOR THE RE-BILL OR CRDBAL
006730******************************************************
006740 2350-REDUCE-ITEM.
006750     MOVE ZERO TO WS-EXCESS.
006760     IF WS-CRD-TOT > PAY_BILITM-RMNAMT
006770         COMPUTE WS-EXCESS = WS-CRD-TOT - PAY_BILITM-RMNAMT
006780         MOVE ZERO TO WS-NEW-RMNAMT
006790         COMPUTE WS-NEW-APLAMT = PAY_BILITM-APLAMT - WS-EXCESS
006800     ELSE
006810         COMPUTE WS-NEW-RMNAMT = PAY_BILITM-RMNAMT - WS-CRD-TOT
006820         MOVE PAY_BILITM-APLAMT TO WS-NEW-APLAMT
006830     END-IF.
006840     IF WS-NEW-RMNAMT = ZERO
006850         MOVE "C" TO WS-NEW-STS
006860     ELSE
006870         IF WS-NEW-APLAMT > ZERO
006880             MOVE "P" TO WS-NEW-STS
006890         ELSE
006900             MOVE "O" TO WS-NEW-STS
006910         END-IF
006920     END-IF.
006930     EXEC SQL
006940         UPDATE BILITM
006950            SET ITMAMT = ITMAMT - :WS-CRD-TOT,
006960                APLAMT = :WS-NEW-APLAMT,
006970                RMNAMT = :WS-NEW-RMNAMT,
006980                ITMSTS = :WS-NEW-STS,
006990                MODDAY = :WS-TODAY,
007000                MODTIM = :WS-NOWTIME,
007010                MODPSN = :CN-PSN
007020          WHERE BILNUM = :CN-BILNUM
007030     END-EXEC.
007040 2350-EXIT.
007050     EXIT.
007060******************************************************
007070* 2400-BACK-OUT-CYCLE - THE CREDITED BILL WAS THE LATEST
007080*                       CYCLE: PAYCNT BACK ONE AND THE
007090*                       LATE CHARGE IT CARRIED BACK ON
007100*                       LATAMT, EACH WITH A CHGLOG ROW
007110******************************************************
007120 2400-BACK-OUT-CYCLE.
007130     MOVE PAY_GAFMST-PAYCNT TO WS-OLD-PAYCNT.
007140     SUBTRACT 1 FROM PAY_GAFMST-PAYCNT.
007150     COMPUTE WS-ORG-LATAMT =
007160         WS-ORG-TOTAMT - WS-ORG-BILAMT - WS-ORG-TAXAMT.
007170     MOVE WS-ORG-LATAMT TO WS-RESTORE-LAT.
007180     IF WS-RESTORE-LAT > WS-CRD-TOT
007190         MOVE WS-CRD-TOT TO WS-RESTORE-LAT
007200     END-IF.
007210     IF WS-RESTORE-LAT < ZERO
007220         MOVE ZERO TO WS-RESTORE-LAT
007230     END-IF.
007240     EXEC SQL
007250         UPDATE GAFMST
007260            SET PAYCNT = :PAY_GAFMST-PAYCNT,
007270                LATAMT = LATAMT + :WS-RESTORE-LAT,
007280                MODDAY = :WS-TODAY,
007290                MODTIM = :WS-NOWTIME,
007300                MODPSN = :CN-PSN
007310          WHERE CNTNUM = :WS-ORG-CNTNUM
007320     END-EXEC.
007330     MOVE "PAYCNT" TO WS-LOG-FLDNAM.
007340     MOVE WS-OLD-PAYCNT TO WS-NUM-EDIT.
007350     MOVE WS-NUM-EDIT TO WS-LOG-OLDVAL.
007360     MOVE PAY_GAFMST-PAYCNT TO WS-NUM-EDIT.
007370     MOVE WS-NUM-EDIT TO WS-LOG-NEWVAL.
007380     PERFORM 2900-LOG-CHANGE THRU 2900-EXIT.
007390     IF WS-RESTORE-LAT NOT = ZERO
007400         MOVE "LATAMT" TO WS-LOG-FLDNAM
007410         MOVE PAY_GAFMST-LATAMT TO WS-NUM-EDIT
007420         MOVE WS-NUM-EDIT TO WS-LOG-OLDVAL
007430         ADD WS-RESTORE-LAT TO PAY_GAFMST-LATAMT
007440         MOVE PAY_GAFMST-LATAMT TO WS-NUM-EDIT
007450         MOVE WS-NUM-EDIT TO WS-LOG-NEWVAL
007460         PERFORM 2900-LOG-CHANGE THRU 2900-EXIT
007470     END-IF.
007480 2400-EXIT.
007490     EXIT.
007500******************************************************
007510* 2450-WRITE-AUDIT - GAFAUD ACTION N (CREDIT NOTE) WITH
007520*                    THE CRSN REASON AND THE OPERATOR
007530******************************************************
007540 2450-WRITE-AUDIT.
007550     EXEC SQL
007560         INSERT INTO GAFAUD
007570             (CNTNUM, ACTCOD, RSNCOD, AUDPSN, AUDDAY, AUDTIM)
007580         VALUES
007590             (:WS-ORG-CNTNUM, "N", :CN-RSNCOD, :CN-PSN,
007600              :WS-TODAY, :WS-NOWTIME)
007610     END-EXEC.
007620 2450-EXIT.
007630     EXIT.
007640******************************************************
007650* 2700-BOOK-CREDIT - APPLIED MONEY THE CREDIT RELEASED
007660*                    AND THE RE-BILL DID NOT ABSORB GOES
007670*                    ON THE CONTRACT'S CRDBAL THE PAY101
007680*                    WAY
007690******************************************************
007700 2700-BOOK-CREDIT.
007710     EXEC SQL
007720         UPDATE CRDBAL
007730            SET CRDAMT = CRDAMT + :WS-EXCESS,
007740                CRDSTS = 'O',
007750                CRDDAY = :WS-TODAY,
007760                MODDAY = :WS-TODAY,
007770                MODTIM = :WS-NOWTIME,
007780                MODPSN = :CN-PSN
007790          WHERE CNTNUM = :WS-ORG-CNTNUM
007800     END-EXEC.
007810     IF SQLCODE = 100
007820         EXEC SQL
007830             INSERT INTO CRDBAL
007840                 (CNTNUM, CRDAMT, CRDDAY, CRDSTS,
007850                  REGDAY, REGTIM, MODDAY, MODTIM, MODPSN)
007860             VALUES
007870                 (:WS-ORG-CNTNUM, :WS-EXCESS, :WS-TODAY,
007880                  "O", :WS-TODAY, :WS-NOWTIME, :WS-TODAY,
007890                  :WS-NOWTIME, :CN-PSN)
007900         END-EXEC
007910     END-IF.
007920     DISPLAY "BIL111 - CREDIT BALANCE ON " WS-ORG-CNTNUM.
007930 2700-EXIT.
007940     EXIT.
007950******************************************************
007960* 2800-WRITE-DETAIL - ONE REGISTER LINE PER CREDIT
007970******************************************************
007980 2800-WRITE-DETAIL.
007990     MOVE WS-ORG-BILNUM TO DL-ORGNUM.
008000     MOVE WS-CRN-BILNUM TO DL-CRNNUM.
008010     MOVE WS-CRD-TOT TO DL-CRDAMT.
008020     MOVE WS-REB-BILNUM TO DL-REBNUM.
008030     MOVE CN-RSNCOD TO DL-RSNCOD.
008040     IF WS-FULL-CREDIT AND WS-CYCLE-BILL
008050         MOVE "CYCLE " TO DL-CYCLE
008060     ELSE
008070         MOVE SPACES TO DL-CYCLE
008080     END-IF.
008090     WRITE BIL111-RPT-REC FROM WS-DETAIL-LINE.
008100     ADD 1 TO WS-CRN-CNT.
008110     ADD WS-CRD-TOT TO WS-CRN-AMT.
008120 2800-EXIT.
008130     EXIT.
008140******************************************************
008150* 2900-LOG-CHANGE - INSERT ONE CHANGE-LOG ROW
008160******************************************************
008170 2900-LOG-CHANGE.
008180     EXEC SQL
008190         INSERT INTO CHGLOG
008200             (TABNAM, KEYVAL, FLDNAM, OLDVAL, NEWVAL,
008210              CHGDAY, CHGTIM, CHGPSN)
008220         VALUES
008230             ("GAFMST", :WS-ORG-CNTNUM, :WS-LOG-FLDNAM,
008240              :WS-LOG-OLDVAL, :WS-LOG-NEWVAL,
008250              :WS-TODAY, :WS-NOWTIME, :CN-PSN)
008260     END-EXEC.
008270 2900-EXIT.
008280     EXIT.
008290******************************************************
008300* 3000-TERMINATE - CONTROL TOTALS, COMMIT THE WORK
008310******************************************************
008320 3000-TERMINATE.
008330     MOVE WS-CRN-CNT TO TL-COUNT.
008340     MOVE WS-CRN-AMT TO TL-AMOUNT.
008350     MOVE WS-REB-CNT TO TL-REBILL.
008360     MOVE WS-REJ-CNT TO TL-REJECT.
008370     WRITE BIL111-RPT-REC FROM WS-TOTAL-LINE.
008380     EXEC SQL
008390         COMMIT
008400     END-EXEC.
008410     CLOSE CRNTRN-FILE.
008420     CLOSE CPBIS006-FILE.
008430     CLOSE BIL111-RPT.
008440 3000-EXIT.
008450     EXIT.
008460******************************************************
008470* 4000-REBILL - CUT THE CORRECTED BILL FOR THE CYCLE
008480*               JUST BACKED OUT, FROM THE MASTER AS IT
008490*               STANDS NOW, WITH BIL102'S ARITHMETIC. IT
008500*               KEEPS THE CREDITED BILL'S DUE DATE AND
008510*               TAKES OVER ANY MONEY ALREADY APPLIED
008520******************************************************
008530 4000-REBILL.
008540     PERFORM 4200-REBILL-PERIOD THRU 4200-EXIT.
008550     PERFORM 4300-LOOKUP-EQUIPMENT THRU 4300-EXIT.
008560     PERFORM 4350-LOOKUP-CLIENT THRU 4350-EXIT.
008570     PERFORM 4390-PRORATE-CHARGE THRU 4390-EXIT.
008580     MOVE WS-CYC-CHARGE TO WS-BIL-BILAMT.
008590     MOVE WS-BIL-BGN TO WS-TAX-BGN.
008600     MOVE WS-BIL-END TO WS-TAX-END.
008610     PERFORM 4360-COMPUTE-BILL-TAX THRU 4360-EXIT.
008620     COMPUTE WS-BIL-TOTAMT = WS-BIL-BILAMT
008630         + WS-BIL-TAXAMT + PAY_GAFMST-LATAMT.
008640     MOVE PAY_GAFMST-PAYCNT TO WS-OLD-PAYCNT.
008650     ADD 1 TO PAY_GAFMST-PAYCNT.
008660     MOVE "BIL111" TO WS-ISSPGM.
008670     PERFORM 4430-ASSIGN-BILNUM THRU 4430-EXIT.
008680     MOVE WS-NEW-BILNUM TO WS-REB-BILNUM.
008690     IF PAY_GAFMST-SNDTYP = "3"
008700         PERFORM 4500-INSERT-BILELE THRU 4500-EXIT
008710     ELSE
008720         PERFORM 4600-INSERT-BILPRT THRU 4600-EXIT
008730     END-IF.
008740     PERFORM 4480-INSERT-BILITM THRU 4480-EXIT.
008750     EXEC SQL
008760         UPDATE GAFMST
008770            SET PAYCNT = :PAY_GAFMST-PAYCNT,
008780                MODDAY = :WS-TODAY,
008790                MODTIM = :WS-NOWTIME,
008800                MODPSN = :CN-PSN
008810          WHERE CNTNUM = :WS-ORG-CNTNUM
008820     END-EXEC.
008830     MOVE "PAYCNT" TO WS-LOG-FLDNAM.
008840     MOVE WS-OLD-PAYCNT TO WS-NUM-EDIT.
008850     MOVE WS-NUM-EDIT TO WS-LOG-OLDVAL.
008860     MOVE PAY_GAFMST-PAYCNT TO WS-NUM-EDIT.
008870     MOVE WS-NUM-EDIT TO WS-LOG-NEWVAL.
008880     PERFORM 2900-LOG-CHANGE THRU 2900-EXIT.
008890     IF PAY_GAFMST-LATAMT NOT = ZERO
008900         PERFORM 4470-CLEAR-LATAMT THRU 4470-EXIT
008910     END-IF.
008920     ADD 1 TO WS-REB-CNT.
008930 4000-EXIT.
008940     EXIT.
008950******************************************************
008960* 4200-REBILL-PERIOD - PERIOD START AND RAW DUE DATE OF
008970*                      CYCLE PAYCNT + 1, AS BIL102'S
008980*                      2200-CHECK-DUE BUILDS THEM
008990*                      ON THE CNTAMD SCHEDULE IN FORCE
009000******************************************************
009010 4200-REBILL-PERIOD.
009020     PERFORM 4220-CYCLE-IN-FORCE THRU 4220-EXIT.
009030     MOVE WS-ANC-DATE(1:4) TO WS-BGN-YYYY.
009040     MOVE WS-ANC-DATE(5:2) TO WS-BGN-MM.
009050     MOVE PAY_GAFMST-PAYBGN(7:2) TO WS-BGN-DD.
009060     COMPUTE WS-BASE-MOS =
009070         (WS-BGN-YYYY * 12) + WS-BGN-MM - 1.
009080     COMPUTE WS-DUE-MOS =
009090         WS-BASE-MOS
009100         + (WS-CYC-MOS * (PAY_GAFMST-PAYCNT - WS-ANC-CNT + 1)).
009110     COMPUTE WS-DUE-YYYY = WS-DUE-MOS / 12.
009120     COMPUTE WS-DUE-MM = (WS-DUE-MOS - (WS-DUE-YYYY * 12)) + 1.
009130     MOVE WS-DUE-YYYY TO WS-DUE-DATE-YYYY.
009140     MOVE WS-DUE-MM TO WS-DUE-DATE-MM.
009150     MOVE WS-BGN-DD TO WS-DUE-DATE-DD.
009160     MOVE WS-DUE-DATE TO WS-CLP-DATE.
009170     PERFORM 4210-CLAMP-DAY THRU 4210-EXIT.
009180     MOVE WS-CLP-DATE TO WS-DUE-DATE.
009190     COMPUTE WS-PER-MOS =
009200         WS-BASE-MOS
009210         + (WS-CYC-MOS * (PAY_GAFMST-PAYCNT - WS-ANC-CNT)).
009220     COMPUTE WS-PER-YYYY = WS-PER-MOS / 12.
009230     COMPUTE WS-PER-MM =
009240         (WS-PER-MOS - (WS-PER-YYYY * 12)) + 1.
009250     MOVE WS-PER-YYYY TO WS-PER-DATE-YYYY.
009260     MOVE WS-PER-MM TO WS-PER-DATE-MM.
009270     MOVE WS-BGN-DD TO WS-PER-DATE-DD.
009280     MOVE WS-PER-DATE TO WS-CLP-DATE.
009290     PERFORM 4210-CLAMP-DAY THRU 4210-EXIT.
009300     MOVE WS-CLP-DATE TO WS-PER-DATE.
009310     MOVE WS-DUE-DATE TO WS-RAW-DUE.
009320     PERFORM 4230-PAYEND-IN-FORCE THRU 4230-EXIT.
009330     MOVE WS-ORG-DUEDAY TO WS-DUE-DATE.
009340 4200-EXIT.
009350     EXIT.
009360******************************************************
009370* 4210-CLAMP-DAY - PULL A SPLICED DAY OF MONTH BACK TO
009380*                  THE TARGET MONTH'S LAST DAY
009390******************************************************
009400 4210-CLAMP-DAY.
009410     IF WS-CLP-MM = 4 OR WS-CLP-MM = 6
009420        OR WS-CLP-MM = 9 OR WS-CLP-MM = 11
009430         MOVE 30 TO WS-CLP-MAX
009440     ELSE
009450         IF WS-CLP-MM = 2
009460             IF FUNCTION MOD(WS-CLP-YYYY, 4) = 0
009470                AND (FUNCTION MOD(WS-CLP-YYYY, 100) NOT = 0
009480                     OR FUNCTION MOD(WS-CLP-YYYY, 400) = 0)
009490                 MOVE 29 TO WS-CLP-MAX
009500             ELSE
009510                 MOVE 28 TO WS-CLP-MAX
009520             END-IF
009530         ELSE
009540             MOVE 31 TO WS-CLP-MAX
009550         END-IF
009560     END-IF.
009570     IF WS-CLP-DD > WS-CLP-MAX
009580         MOVE WS-CLP-MAX TO WS-CLP-DD
009590     END-IF.
009600 4210-EXIT.
009610     EXIT.
009620******************************************************
009630* 4300-LOOKUP-EQUIPMENT - THE ENTRY EFFECTIVE TODAY
009640*                        FROM THE CPBIS006 KEYED
009650*                        HISTORY, IF ANY
009660******************************************************
009670 4300-LOOKUP-EQUIPMENT.
009680     MOVE SPACES TO WS-EQP-SISAN.
009690     MOVE "N" TO WS-FOUND-SW.
009700     IF PAY_GAFMST-EQPCOD = SPACES
009710         GO TO 4300-EXIT
009720     END-IF.
009730     MOVE "N" TO WS-EQP-EOF-SW.
009740     MOVE PAY_GAFMST-EQPCOD TO CB6-識別コード.
009750     MOVE ZERO TO CB6-適用年月日ＦＲＯＭ−世紀.
009760     MOVE LOW-VALUES
009770         TO CB6-適用年月日ＦＲＯＭ−年月日.
009780     START CPBIS006-FILE KEY IS NOT LESS THAN
009790           CB6-エントリーキー部
009800         INVALID KEY
009810             MOVE "Y" TO WS-EQP-EOF-SW
009820     END-START.
009830     PERFORM 4310-SCAN-ENTRY THRU 4310-EXIT
009840         UNTIL WS-EQP-EOF.
009850 4300-EXIT.
009860     EXIT.
009870 4310-SCAN-ENTRY.
009880     READ CPBIS006-FILE NEXT RECORD
009890         AT END MOVE "Y" TO WS-EQP-EOF-SW
009900            GO TO 4310-EXIT
009910     END-READ.
009920     IF CB6-識別コード NOT = PAY_GAFMST-EQPCOD
009930         MOVE "Y" TO WS-EQP-EOF-SW
009940         GO TO 4310-EXIT
009950     END-IF.
009960     IF CB6-適用年月日ＦＲＯＭ > WS-TGT-FROM
009970         MOVE "Y" TO WS-EQP-EOF-SW
009980         GO TO 4310-EXIT
009990     END-IF.
010000     MOVE CB6-資産コード TO WS-EQP-SISAN.
010010     MOVE "Y" TO WS-FOUND-SW.
010020 4310-EXIT.
010030     EXIT.
010040******************************************************
010050* 4350-LOOKUP-CLIENT - MAILING ADDRESS AND E-DELIVERY
010060*                      E-MAIL FROM CLTMST BY PAYCLT
010070******************************************************
010080 4350-LOOKUP-CLIENT.
010090     MOVE "N" TO WS-CLT-FOUND-SW.
010100     EXEC SQL
010110         SELECT MALNAM, MALNM2, MALADR, MALAD2, MALAD3,
010120                ZIPCOD, ADRTYP, EMLADR
010130           INTO :PAY_CLTMST-MALNAM, :PAY_CLTMST-MALNM2,
010140                :PAY_CLTMST-MALADR, :PAY_CLTMST-MALAD2,
010150                :PAY_CLTMST-MALAD3, :PAY_CLTMST-ZIPCOD,
010160                :PAY_CLTMST-ADRTYP, :PAY_CLTMST-EMLADR
010170           FROM CLTMST
010180          WHERE PAYCLT = :PAY_GAFMST-PAYCLT
010190     END-EXEC.
010200     IF SQLCODE = 0
010210         MOVE "Y" TO WS-CLT-FOUND-SW
010220     ELSE
010230         MOVE SPACES TO PAY_CLTMST-MALNAM PAY_CLTMST-MALNM2
010240                        PAY_CLTMST-MALADR PAY_CLTMST-MALAD2
010250                        PAY_CLTMST-MALAD3 PAY_CLTMST-ZIPCOD
010260                        PAY_CLTMST-ADRTYP PAY_CLTMST-EMLADR
010270         DISPLAY "BIL111 - PAYCLT NOT ON CLTMST "
010280                 PAY_GAFMST-PAYCLT
010290     END-IF.
010300 4350-EXIT.
010310     EXIT.
010320******************************************************
010330* 4360-COMPUTE-BILL-TAX - TAX ON WS-BIL-BILAMT FOR THE
010340*                        SERVICE PERIOD WS-TAX-BGN TO
010350*                        WS-TAX-END, SPLIT BY DAYS AT A
010360*                        TAXTAB RATE CHANGE
010370******************************************************
010380 4360-COMPUTE-BILL-TAX.
010390     MOVE ZERO TO WS-BIL-TAXAMT.
010400     MOVE ZERO TO WS-TAX-SEGS.
010410     MOVE WS-TAX-BGN TO WS-TAX-NUM.
010420     COMPUTE WS-TAX-BGN-INT =
010430         FUNCTION INTEGER-OF-DATE(WS-TAX-NUM).
010440     MOVE WS-TAX-END TO WS-TAX-NUM.
010450     COMPUTE WS-TAX-END-INT =
010460         FUNCTION INTEGER-OF-DATE(WS-TAX-NUM).
010470     IF WS-TAX-END-INT < WS-TAX-BGN-INT
010480         MOVE WS-TAX-BGN-INT TO WS-TAX-END-INT
010490     END-IF.
010500     COMPUTE WS-TAX-TOTDAYS =
010510         WS-TAX-END-INT - WS-TAX-BGN-INT + 1.
010520     MOVE WS-TAX-BGN-INT TO WS-SEG-START-INT.
010530     MOVE WS-TAX-BGN TO WS-RATE-DATE.
010540     PERFORM 4364-GET-RATE-AT THRU 4364-EXIT.
010550     EXEC SQL
010560         DECLARE TAXB11-CSR CURSOR FOR
010570         SELECT EFFDAY
010580           FROM TAXTAB
010590          WHERE EFFDAY > :WS-TAX-BGN
010600            AND EFFDAY <= :WS-TAX-END
010610          ORDER BY EFFDAY
010620     END-EXEC.
010630     MOVE "N" TO WS-BND-EOF-SW.
010640     EXEC SQL
010650         OPEN TAXB11-CSR
010660     END-EXEC.
010670     PERFORM 4362-TAX-SEGMENT THRU 4362-EXIT
010680         UNTIL WS-BND-EOF.
010690     EXEC SQL
010700         CLOSE TAXB11-CSR
010710     END-EXEC.
010720     COMPUTE WS-SEG-DAYS =
010730         WS-TAX-END-INT - WS-SEG-START-INT + 1.
010740     COMPUTE WS-SEG-TAX ROUNDED = WS-BIL-BILAMT
010750         * WS-TAX-RATE / 100
010760         * WS-SEG-DAYS / WS-TAX-TOTDAYS.
010770     ADD WS-SEG-TAX TO WS-BIL-TAXAMT.
010780     ADD 1 TO WS-TAX-SEGS.
010790 4360-EXIT.
010800     EXIT.
010810 4362-TAX-SEGMENT.
010820     EXEC SQL
010830         FETCH TAXB11-CSR
010840             INTO :PAY_TAXTAB-EFFDAY
010850     END-EXEC.
010860     IF SQLCODE NOT = 0
010870         MOVE "Y" TO WS-BND-EOF-SW
010880         GO TO 4362-EXIT
010890     END-IF.
010900     MOVE PAY_TAXTAB-EFFDAY TO WS-TAX-NUM.
010910     COMPUTE WS-BND-INT =
010920         FUNCTION INTEGER-OF-DATE(WS-TAX-NUM).
010930     COMPUTE WS-SEG-DAYS = WS-BND-INT - WS-SEG-START-INT.
010940     IF WS-SEG-DAYS > ZERO
010950         COMPUTE WS-SEG-TAX ROUNDED = WS-BIL-BILAMT
010960             * WS-TAX-RATE / 100
010970             * WS-SEG-DAYS / WS-TAX-TOTDAYS
010980         ADD WS-SEG-TAX TO WS-BIL-TAXAMT
010990         ADD 1 TO WS-TAX-SEGS
011000     END-IF.
011010     MOVE WS-BND-INT TO WS-SEG-START-INT.
011020     MOVE PAY_TAXTAB-EFFDAY TO WS-RATE-DATE.
011030     PERFORM 4364-GET-RATE-AT THRU 4364-EXIT.
011040 4362-EXIT.
011050     EXIT.
011060 4364-GET-RATE-AT.
011070     EXEC SQL
011080         SELECT TAXRAT
011090           INTO :PAY_TAXTAB-TAXRAT
011100           FROM TAXTAB
011110          WHERE EFFDAY =
011120                (SELECT MAX(EFFDAY) FROM TAXTAB
011130                  WHERE EFFDAY <= :WS-RATE-DATE)
011140     END-EXEC.
011150     IF SQLCODE = 0
011160         MOVE PAY_TAXTAB-TAXRAT TO WS-TAX-RATE
011170     ELSE
011180         MOVE PAY_GAFMST-TAXRAT TO WS-TAX-RATE
011190     END-IF.
011200 4364-EXIT.
011210     EXIT.
011220******************************************************
011230* 4370-SET-CURRENCY - THE CONTRACT'S CURRENCY ON THE
011240*                     RE-BILL, WITH THE LATEST FXRATE
011250*                     RATE ON OR BEFORE THE ISSUE DATE
011260******************************************************
011270 4370-SET-CURRENCY.
011280     IF PAY_GAFMST-CURCOD = SPACES
011290         MOVE "JPY" TO PAY_BILPRT-CURCOD
011300     ELSE
011310         MOVE PAY_GAFMST-CURCOD TO PAY_BILPRT-CURCOD
011320     END-IF.
011330     IF PAY_BILPRT-CURCOD = "JPY"
011340         MOVE 1 TO PAY_BILPRT-EXCRAT
011350         GO TO 4370-EXIT
011360     END-IF.
011370     EXEC SQL
011380         SELECT EXCRAT
011390           INTO :PAY_FXRATE-EXCRAT
011400           FROM FXRATE
011410          WHERE CURCOD = :PAY_BILPRT-CURCOD
011420            AND RATDAY =
011430                (SELECT MAX(RATDAY) FROM FXRATE
011440                  WHERE CURCOD = :PAY_BILPRT-CURCOD
011450                    AND RATDAY <= :WS-TODAY)
011460     END-EXEC.
011470     IF SQLCODE = 0
011480         MOVE PAY_FXRATE-EXCRAT TO PAY_BILPRT-EXCRAT
011490     ELSE
011500         DISPLAY "BIL111 - NO FXRATE FOR "
011510                 PAY_BILPRT-CURCOD " " WS-ORG-CNTNUM
011520         MOVE 1 TO PAY_BILPRT-EXCRAT
011530     END-IF.
011540 4370-EXIT.
011550     EXIT.
011560******************************************************
011570* 4390-PRORATE-CHARGE - THE CYCLE CHARGE FROM THE CNTAMD
011580*                      LEAAMT AND PAYEND IN FORCE,
011590*                      PRORATED BY DAYS FOR A SHORT FIRST
011600*                      OR FINAL PERIOD AND SPLIT BY DAYS
011610*                      AT A RATE CHANGE INSIDE THE PERIOD
011620******************************************************
011630 4390-PRORATE-CHARGE.
011640     MOVE "N" TO WS-FINAL-SW.
011650     MOVE WS-PER-DATE TO WS-BIL-BGN.
011660     IF PAY_GAFMST-PAYBGN > WS-BIL-BGN
011670         MOVE PAY_GAFMST-PAYBGN TO WS-BIL-BGN
011680     END-IF.
011690     MOVE WS-RAW-DUE TO WS-BIL-END.
011700     IF WS-TRM-PAYEND < WS-RAW-DUE
011710         MOVE WS-TRM-PAYEND TO WS-BIL-END
011720         MOVE "Y" TO WS-FINAL-SW
011730     END-IF.
011740     MOVE WS-PER-DATE TO WS-TAX-NUM.
011750     COMPUTE WS-PER-INT =
011760         FUNCTION INTEGER-OF-DATE(WS-TAX-NUM).
011770     MOVE WS-RAW-DUE TO WS-TAX-NUM.
011780     COMPUTE WS-RAWDUE-INT =
011790         FUNCTION INTEGER-OF-DATE(WS-TAX-NUM).
011800     MOVE WS-BIL-BGN TO WS-TAX-NUM.
011810     COMPUTE WS-BILBGN-INT =
011820         FUNCTION INTEGER-OF-DATE(WS-TAX-NUM).
011830     MOVE WS-BIL-END TO WS-TAX-NUM.
011840     COMPUTE WS-BILEND-INT =
011850         FUNCTION INTEGER-OF-DATE(WS-TAX-NUM).
011860     COMPUTE WS-FULL-DAYS = WS-RAWDUE-INT - WS-PER-INT.
011870     COMPUTE WS-BILL-DAYS = WS-BILEND-INT - WS-BILBGN-INT.
011880     IF WS-BILL-DAYS < ZERO
011890         MOVE ZERO TO WS-BILL-DAYS
011900     END-IF.
011910     MOVE WS-BIL-BGN TO WS-LEA-DATE.
011920     PERFORM 4394-LEAAMT-IN-FORCE THRU 4394-EXIT.
011930     MOVE WS-LEA-AMT TO WS-CYC-CHARGE.
011940     IF WS-FULL-DAYS > ZERO
011950        AND WS-BILL-DAYS NOT = WS-FULL-DAYS
011960         COMPUTE WS-CYC-CHARGE ROUNDED =
011970             WS-LEA-AMT
011980             * WS-BILL-DAYS / WS-FULL-DAYS
011990     END-IF.
012000     PERFORM 4392-SPLIT-CHARGE THRU 4392-EXIT.
012010     IF WS-FINAL-BILL
012020         MOVE WS-BIL-END TO WS-STORE-END
012030     ELSE
012040         MOVE WS-DUE-DATE TO WS-STORE-END
012050     END-IF.
012060 4390-EXIT.
012070     EXIT.
012080******************************************************
012090* 4430-ASSIGN-BILNUM - DRAW THE NEXT BILL NUMBER FROM
012100*                      THE SHARED BILNBR REGISTER UNDER
012110*                      UPDATE CONTROL AND AUDIT IT
012120******************************************************
012130 4430-ASSIGN-BILNUM.
012140     EXEC SQL
012150         UPDATE BILNBR
012160            SET LSTNUM = LSTNUM + 1
012170          WHERE NBRKEY = 'BILNUM'
012180     END-EXEC.
012190     IF SQLCODE = 100
012200         EXEC SQL
012210             INSERT INTO BILNBR
012220                 (NBRKEY, LSTNUM)
012230             VALUES
012240                 ('BILNUM', 1)
012250         END-EXEC
012260     END-IF.
012270     EXEC SQL
012280         SELECT LSTNUM
012290           INTO :PAY_BILNBR-LSTNUM
012300           FROM BILNBR
012310          WHERE NBRKEY = 'BILNUM'
012320     END-EXEC.
012330     MOVE PAY_BILNBR-LSTNUM TO WS-NBR-NUM.
012340     MOVE WS-NBR-NUM TO WS-NEW-BILNUM.
012350     EXEC SQL
012360         INSERT INTO BILNBA
012370             (BILNUM, ISSPGM, ISSDAY, ISSTIM)
012380         VALUES
012390             (:WS-NEW-BILNUM, :WS-ISSPGM, :WS-TODAY,
012400              :WS-NOWTIME)
012410     END-EXEC.
012420 4430-EXIT.
012430     EXIT.
012440******************************************************
012450* 4470-CLEAR-LATAMT - THE LATE CHARGE IS ON THE RE-BILL
012460*                     NOW, CLEAR IT FROM THE MASTER WITH
012470*                     A CHANGE-LOG ROW
012480******************************************************
012490 4470-CLEAR-LATAMT.
012500     MOVE "LATAMT" TO WS-LOG-FLDNAM.
012510     MOVE PAY_GAFMST-LATAMT TO WS-NUM-EDIT.
012520     MOVE WS-NUM-EDIT TO WS-LOG-OLDVAL.
012530     MOVE ZERO TO WS-NUM-EDIT.
012540     MOVE WS-NUM-EDIT TO WS-LOG-NEWVAL.
012550     EXEC SQL
012560         UPDATE GAFMST
012570            SET LATAMT = 0
012580          WHERE CNTNUM = :WS-ORG-CNTNUM
012590     END-EXEC.
012600     PERFORM 2900-LOG-CHANGE THRU 2900-EXIT.
012610 4470-EXIT.
012620     EXIT.
012630******************************************************
012640* 4480-INSERT-BILITM - OPEN THE RE-BILL'S SUBLEDGER ITEM,
012650*                      SETTLED FIRST FROM ANY MONEY THE
012660*                      CREDIT RELEASED OFF THE OLD ITEM
012670******************************************************
012680 4480-INSERT-BILITM.
012690     MOVE WS-REB-BILNUM TO PAY_BILITM-BILNUM.
012700     MOVE WS-ORG-CNTNUM TO PAY_BILITM-CNTNUM.
012710     MOVE WS-DUE-DATE TO PAY_BILITM-DUEDAY.
012720     MOVE WS-BIL-TOTAMT TO PAY_BILITM-ITMAMT.
012730     MOVE WS-EXCESS TO WS-REB-APL.
012740     IF WS-REB-APL > WS-BIL-TOTAMT
012750         MOVE WS-BIL-TOTAMT TO WS-REB-APL
012760     END-IF.
012770     COMPUTE WS-REB-RMN = WS-BIL-TOTAMT - WS-REB-APL.
012780     SUBTRACT WS-REB-APL FROM WS-EXCESS.
012790     IF WS-REB-RMN = ZERO
012800         MOVE "C" TO WS-REB-STS
012810     ELSE
012820         IF WS-REB-APL > ZERO
012830             MOVE "P" TO WS-REB-STS
012840         ELSE
012850             MOVE "O" TO WS-REB-STS
012860         END-IF
012870     END-IF.
012880     EXEC SQL
012890         INSERT INTO BILITM
012900             (BILNUM, CNTNUM, BILDAY, DUEDAY, ITMAMT,
012910              APLAMT, RMNAMT, ITMSTS, REGDAY, REGTIM,
012920              MODDAY, MODTIM, MODPSN)
012930         VALUES
012940             (:PAY_BILITM-BILNUM, :PAY_BILITM-CNTNUM,
012950              :WS-TODAY, :PAY_BILITM-DUEDAY,
012960              :PAY_BILITM-ITMAMT, :WS-REB-APL, :WS-REB-RMN,
012970              :WS-REB-STS, :WS-TODAY, :WS-NOWTIME, :WS-TODAY,
012980              :WS-NOWTIME, :CN-PSN)
012990     END-EXEC.
013000 4480-EXIT.
013010     EXIT.
013020******************************************************
013030* 4500-INSERT-BILELE - ELECTRONIC RE-BILL, SNDTYP = 3
013040******************************************************
013050 4500-INSERT-BILELE.
013060     MOVE WS-REB-BILNUM TO PAY_BILELE-CTLNUM.
013070     MOVE WS-REB-BILNUM TO PAY_BILELE-BILNUM.
013080     MOVE WS-ORG-CNTNUM TO PAY_BILELE-CNTNUM.
013090     MOVE PAY_GAFMST-PAYNAM(1:44) TO PAY_BILELE-CLTNAM.
013100     MOVE PAY_CLTMST-EMLADR TO PAY_BILELE-EMLADR.
013110     MOVE WS-BIL-BGN TO PAY_BILELE-DAYBGN.
013120     MOVE WS-STORE-END TO PAY_BILELE-DAYEND.
013130     MOVE WS-TODAY TO PAY_BILELE-SNDDAY.
013140     MOVE WS-BIL-BILAMT TO PAY_BILELE-BILAMT.
013150     MOVE WS-BIL-TAXAMT TO PAY_BILELE-TAXAMT.
013160     MOVE WS-BIL-TOTAMT TO PAY_BILELE-TOTAMT.
013170     MOVE "P" TO PAY_BILELE-DLVSTS.
013180     MOVE SPACES TO PAY_BILELE-SNDTIM.
013190     MOVE ZERO TO PAY_BILELE-FALCNT.
013200     MOVE "R" TO PAY_BILELE-DOCTYP.
013210     MOVE WS-ORG-BILNUM TO PAY_BILELE-ORGNUM.
013220     EXEC SQL
013230         INSERT INTO BILELE
013240             (CTLNUM, BILNUM, CNTNUM, CLTNAM, EMLADR,
013250              DAYBGN, DAYEND, SNDDAY, BILAMT, TAXAMT,
013260              TOTAMT, DLVSTS, SNDTIM, FALCNT, DOCTYP,
013270              ORGNUM)
013280         VALUES
013290             (:PAY_BILELE-CTLNUM, :PAY_BILELE-BILNUM,
013300              :PAY_BILELE-CNTNUM, :PAY_BILELE-CLTNAM,
013310              :PAY_BILELE-EMLADR, :PAY_BILELE-DAYBGN,
013320              :PAY_BILELE-DAYEND, :PAY_BILELE-SNDDAY,
013330              :PAY_BILELE-BILAMT, :PAY_BILELE-TAXAMT,
013340              :PAY_BILELE-TOTAMT, :PAY_BILELE-DLVSTS,
013350              :PAY_BILELE-SNDTIM, :PAY_BILELE-FALCNT,
013360              :PAY_BILELE-DOCTYP, :PAY_BILELE-ORGNUM)
013370     END-EXEC.
013380 4500-EXIT.
013390     EXIT.
013400******************************************************
013410* 4600-INSERT-BILPRT - PAPER RE-BILL, SNDTYP 1 OR 2.
013420*                      PRINTED STANDALONE BESIDE THE
013430*                      CREDIT NOTE, NEVER CONSOLIDATED
013440******************************************************
013450 4600-INSERT-BILPRT.
013460     MOVE WS-REB-BILNUM TO PAY_BILPRT-CTLNUM.
013470     MOVE WS-REB-BILNUM TO PAY_BILPRT-BILNUM.
013480     MOVE WS-ORG-CNTNUM TO PAY_BILPRT-CNTNUM.
013490     MOVE PAY_GAFMST-DIVCOD TO PAY_BILPRT-DIVCOD.
013500     MOVE PAY_GAFMST-PAYNAM(1:44) TO PAY_BILPRT-CLTNAM.
013510     IF PAY_GAFMST-SNDTYP = SPACES
013520         MOVE "1" TO PAY_BILPRT-SNDTYP
013530     ELSE
013540         MOVE PAY_GAFMST-SNDTYP TO PAY_BILPRT-SNDTYP
013550     END-IF.
013560     MOVE PAY_CLTMST-MALNAM TO PAY_BILPRT-MALNAM.
013570     MOVE PAY_CLTMST-MALNM2 TO PAY_BILPRT-MALNM2.
013580     MOVE PAY_CLTMST-MALADR TO PAY_BILPRT-MALADR.
013590     MOVE PAY_CLTMST-MALAD2 TO PAY_BILPRT-MALAD2.
013600     MOVE PAY_CLTMST-MALAD3 TO PAY_BILPRT-MALAD3.
013610     MOVE PAY_CLTMST-ZIPCOD TO PAY_BILPRT-ZIPCOD.
013620     MOVE PAY_CLTMST-ADRTYP TO PAY_BILPRT-ADRTYP.
013630     MOVE WS-BIL-BGN TO PAY_BILPRT-DAYBGN.
013640     MOVE WS-STORE-END TO PAY_BILPRT-DAYEND.
013650     MOVE WS-TODAY TO PAY_BILPRT-SNDDAY.
013660     MOVE WS-BIL-BILAMT TO PAY_BILPRT-BILAMT.
013670     MOVE WS-TAX-SEGS TO PAY_BILPRT-TAXCNT.
013680     MOVE WS-BIL-TAXAMT TO PAY_BILPRT-TAXAMT.
013690     MOVE WS-BIL-TOTAMT TO PAY_BILPRT-TOTAMT.
013700     MOVE "N" TO PAY_BILPRT-CONFLG.
013710     PERFORM 4370-SET-CURRENCY THRU 4370-EXIT.
013720     MOVE WS-EQP-SISAN TO PAY_BILPRT-ASTCOD.
013730     MOVE "R" TO PAY_BILPRT-DOCTYP.
013740     MOVE WS-ORG-BILNUM TO PAY_BILPRT-ORGNUM.
013750     EXEC SQL
013760         INSERT INTO BILPRT
013770             (CTLNUM, BILNUM, CNTNUM, DIVCOD, CLTNAM,
013780              SNDTYP, MALNAM, MALNM2, MALADR, MALAD2,
013790              MALAD3, ZIPCOD, ADRTYP,
013800              DAYBGN, DAYEND, SNDDAY, BILAMT,
013810              TAXAMT, TAXCNT, TOTAMT, CONFLG, CURCOD,
013820              EXCRAT, ASTCOD, DOCTYP, ORGNUM)
013830         VALUES
013840             (:PAY_BILPRT-CTLNUM, :PAY_BILPRT-BILNUM,
013850              :PAY_BILPRT-CNTNUM, :PAY_BILPRT-DIVCOD,
013860              :PAY_BILPRT-CLTNAM, :PAY_BILPRT-SNDTYP,
013870              :PAY_BILPRT-MALNAM, :PAY_BILPRT-MALNM2,
013880              :PAY_BILPRT-MALADR, :PAY_BILPRT-MALAD2,
013890              :PAY_BILPRT-MALAD3, :PAY_BILPRT-ZIPCOD,
013900              :PAY_BILPRT-ADRTYP,
013910              :PAY_BILPRT-DAYBGN, :PAY_BILPRT-DAYEND,
013920              :PAY_BILPRT-SNDDAY, :PAY_BILPRT-BILAMT,
013930              :PAY_BILPRT-TAXAMT, :PAY_BILPRT-TAXCNT,
013940              :PAY_BILPRT-TOTAMT,
013950              :PAY_BILPRT-CONFLG, :PAY_BILPRT-CURCOD,
013960              :PAY_BILPRT-EXCRAT, :PAY_BILPRT-ASTCOD,
013970              :PAY_BILPRT-DOCTYP, :PAY_BILPRT-ORGNUM)
013980     END-EXEC.
013990 4600-EXIT.
014000     EXIT.
014010******************************************************
014020* 4220-CYCLE-IN-FORCE - THE SCHEDULE PERIOD PAYCNT + 1
014030*                       FALLS ON. A CYCLE CHANGE ON CNTAMD
014040*                       TAKES OVER AT ITS BASCNT FROM ITS
014050*                       EFFDAY; BEFORE ANY, PAYBGN WITH THE
014060*                       CYCLE THE FIRST APPLIED CHANGE
014070*                       REPLACED, ELSE GAFMST'S OWN
014080******************************************************
014090 4220-CYCLE-IN-FORCE.
014100     EXEC SQL
014110         SELECT EFFDAY, PAYCYC, BASCNT
014120           INTO :PAY_CNTAMD-EFFDAY, :PAY_CNTAMD-PAYCYC,
014130                :PAY_CNTAMD-BASCNT
014140           FROM CNTAMD
014150          WHERE CNTNUM = :PAY_GAFMST-CNTNUM
014160            AND EFFDAY =
014170                (SELECT MAX(EFFDAY) FROM CNTAMD
014180                  WHERE CNTNUM = :PAY_GAFMST-CNTNUM
014190                    AND AMDSTS <> 'X'
014200                    AND PAYCYC <> ' '
014210                    AND BASCNT <= :PAY_GAFMST-PAYCNT)
014220     END-EXEC.
014230     IF SQLCODE = 0
014240         MOVE PAY_CNTAMD-EFFDAY TO WS-ANC-DATE
014250         MOVE PAY_CNTAMD-PAYCYC TO WS-CYC-MOS
014260         MOVE PAY_CNTAMD-BASCNT TO WS-ANC-CNT
014270     ELSE
014280         MOVE PAY_GAFMST-PAYBGN TO WS-ANC-DATE
014290         MOVE PAY_GAFMST-PAYCYC TO WS-CYC-MOS
014300         MOVE ZERO TO WS-ANC-CNT
014310         EXEC SQL
014320             SELECT OLDCYC
014330               INTO :PAY_CNTAMD-OLDCYC
014340               FROM CNTAMD
014350              WHERE CNTNUM = :PAY_GAFMST-CNTNUM
014360                AND EFFDAY =
014370                    (SELECT MIN(EFFDAY) FROM CNTAMD
014380                      WHERE CNTNUM = :PAY_GAFMST-CNTNUM
014390                        AND AMDSTS = 'A'
014400                        AND PAYCYC <> ' ')
014410         END-EXEC
014420         IF SQLCODE = 0
014430             MOVE PAY_CNTAMD-OLDCYC TO WS-CYC-MOS
014440         END-IF
014450     END-IF.
014460 4220-EXIT.
014470     EXIT.
014480******************************************************
014490* 4230-PAYEND-IN-FORCE - PAYEND AS AMENDED BY THE LATEST
014500*                        CNTAMD CHANGE EFFECTIVE BEFORE
014510*                        THE PERIOD CLOSES; BEFORE ANY,
014520*                        THE PAYEND THE FIRST APPLIED
014530*                        CHANGE REPLACED, ELSE GAFMST'S
014540******************************************************
014550 4230-PAYEND-IN-FORCE.
014560     MOVE PAY_GAFMST-PAYEND TO WS-TRM-PAYEND.
014570     EXEC SQL
014580         SELECT PAYEND
014590           INTO :PAY_CNTAMD-PAYEND
014600           FROM CNTAMD
014610          WHERE CNTNUM = :PAY_GAFMST-CNTNUM
014620            AND EFFDAY =
014630                (SELECT MAX(EFFDAY) FROM CNTAMD
014640                  WHERE CNTNUM = :PAY_GAFMST-CNTNUM
014650                    AND AMDSTS <> 'X'
014660                    AND PAYEND <> ' '
014670                    AND EFFDAY < :WS-RAW-DUE)
014680     END-EXEC.
014690     IF SQLCODE = 0
014700         MOVE PAY_CNTAMD-PAYEND TO WS-TRM-PAYEND
014710         GO TO 4230-EXIT
014720     END-IF.
014730     EXEC SQL
014740         SELECT OLDEND
014750           INTO :PAY_CNTAMD-OLDEND
014760           FROM CNTAMD
014770          WHERE CNTNUM = :PAY_GAFMST-CNTNUM
014780            AND EFFDAY =
014790                (SELECT MIN(EFFDAY) FROM CNTAMD
014800                  WHERE CNTNUM = :PAY_GAFMST-CNTNUM
014810                    AND AMDSTS = 'A'
014820                    AND PAYEND <> ' '
014830                    AND EFFDAY >= :WS-RAW-DUE)
014840     END-EXEC.
014850     IF SQLCODE = 0
014860         MOVE PAY_CNTAMD-OLDEND TO WS-TRM-PAYEND
014870     END-IF.
014880 4230-EXIT.
014890     EXIT.
014900******************************************************
014910* 4392-SPLIT-CHARGE - A LEAAMT CHANGE EFFECTIVE INSIDE
014920*                     THE BILLED DAYS SPLITS THE CHARGE,
014930*                     EACH RATE PRORATED BY ITS OWN DAYS
014940*                     OVER THE FULL PERIOD
014950******************************************************
014960 4392-SPLIT-CHARGE.
014970     IF WS-FULL-DAYS NOT > ZERO
014980         GO TO 4392-EXIT
014990     END-IF.
015000     EXEC SQL
015010         SELECT COUNT(*)
015020           INTO :WS-LEA-BNDS
015030           FROM CNTAMD
015040          WHERE CNTNUM = :PAY_GAFMST-CNTNUM
015050            AND AMDSTS <> 'X'
015060            AND LEAAMT <> 0
015070            AND EFFDAY > :WS-BIL-BGN
015080            AND EFFDAY < :WS-BIL-END
015090     END-EXEC.
015100     IF WS-LEA-BNDS = 0
015110         GO TO 4392-EXIT
015120     END-IF.
015130     MOVE ZERO TO WS-CYC-CHARGE.
015140     MOVE WS-BILBGN-INT TO WS-SEG-START-INT.
015150     EXEC SQL
015160         DECLARE LEABNR-CSR CURSOR FOR
015170         SELECT EFFDAY, LEAAMT
015180           FROM CNTAMD
015190          WHERE CNTNUM = :PAY_GAFMST-CNTNUM
015200            AND AMDSTS <> 'X'
015210            AND LEAAMT <> 0
015220            AND EFFDAY > :WS-BIL-BGN
015230            AND EFFDAY < :WS-BIL-END
015240          ORDER BY EFFDAY
015250     END-EXEC.
015260     EXEC SQL OPEN LEABNR-CSR END-EXEC.
015270     MOVE "N" TO WS-LEA-EOF-SW.
015280     PERFORM 4393-CHARGE-SEGMENT THRU 4393-EXIT
015290         UNTIL WS-LEA-EOF.
015300     EXEC SQL CLOSE LEABNR-CSR END-EXEC.
015310     COMPUTE WS-SEG-DAYS = WS-BILEND-INT - WS-SEG-START-INT.
015320     COMPUTE WS-SEG-CHARGE ROUNDED =
015330         WS-LEA-AMT * WS-SEG-DAYS / WS-FULL-DAYS.
015340     ADD WS-SEG-CHARGE TO WS-CYC-CHARGE.
015350 4392-EXIT.
015360     EXIT.
015370******************************************************
015380* 4393-CHARGE-SEGMENT - CHARGE THE DAYS UP TO ONE RATE
015390*                       CHANGE AT THE RATE BEFORE IT
015400******************************************************
015410 4393-CHARGE-SEGMENT.
015420     EXEC SQL
015430         FETCH LEABNR-CSR
015440          INTO :PAY_CNTAMD-EFFDAY, :PAY_CNTAMD-LEAAMT
015450     END-EXEC.
015460     IF SQLCODE NOT = 0
015470         MOVE "Y" TO WS-LEA-EOF-SW
015480         GO TO 4393-EXIT
015490     END-IF.
015500     MOVE PAY_CNTAMD-EFFDAY TO WS-TAX-NUM.
015510     COMPUTE WS-BND-INT =
015520         FUNCTION INTEGER-OF-DATE(WS-TAX-NUM).
015530     COMPUTE WS-SEG-DAYS = WS-BND-INT - WS-SEG-START-INT.
015540     COMPUTE WS-SEG-CHARGE ROUNDED =
015550         WS-LEA-AMT * WS-SEG-DAYS / WS-FULL-DAYS.
015560     ADD WS-SEG-CHARGE TO WS-CYC-CHARGE.
015570     MOVE WS-BND-INT TO WS-SEG-START-INT.
015580     MOVE PAY_CNTAMD-LEAAMT TO WS-LEA-AMT.
015590 4393-EXIT.
015600     EXIT.
015610******************************************************
015620* 4394-LEAAMT-IN-FORCE - LEAAMT ON WS-LEA-DATE: THE
015630*                        LATEST CNTAMD RATE EFFECTIVE BY
015640*                        THEN; BEFORE ANY, THE RATE THE
015650*                        FIRST APPLIED CHANGE AFTER IT
015660*                        REPLACED, ELSE GAFMST'S
015670******************************************************
015680 4394-LEAAMT-IN-FORCE.
015690     MOVE PAY_GAFMST-LEAAMT TO WS-LEA-AMT.
015700     EXEC SQL
015710         SELECT LEAAMT
015720           INTO :PAY_CNTAMD-LEAAMT
015730           FROM CNTAMD
015740          WHERE CNTNUM = :PAY_GAFMST-CNTNUM
015750            AND EFFDAY =
015760                (SELECT MAX(EFFDAY) FROM CNTAMD
015770                  WHERE CNTNUM = :PAY_GAFMST-CNTNUM
015780                    AND AMDSTS <> 'X'
015790                    AND LEAAMT <> 0
015800                    AND EFFDAY <= :WS-LEA-DATE)
015810     END-EXEC.
015820     IF SQLCODE = 0
015830         MOVE PAY_CNTAMD-LEAAMT TO WS-LEA-AMT
015840         GO TO 4394-EXIT
015850     END-IF.
015860     EXEC SQL
015870         SELECT OLDLEA
015880           INTO :PAY_CNTAMD-OLDLEA
015890           FROM CNTAMD
015900          WHERE CNTNUM = :PAY_GAFMST-CNTNUM
015910            AND EFFDAY =
015920                (SELECT MIN(EFFDAY) FROM CNTAMD
015930                  WHERE CNTNUM = :PAY_GAFMST-CNTNUM
015940                    AND AMDSTS = 'A'
015950                    AND LEAAMT <> 0
015960                    AND EFFDAY > :WS-LEA-DATE)
015970     END-EXEC.
015980     IF SQLCODE = 0
015990         MOVE PAY_CNTAMD-OLDLEA TO WS-LEA-AMT
016000     END-IF.
016010 4394-EXIT.
016020     EXIT.
