000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. PAY154.
000030 AUTHOR. K.SATO.
000040 INSTALLATION. SYSTEM DEVELOPMENT DEPT.
000050 DATE-WRITTEN. 2026-10-07.
000060 DATE-COMPILED.
000070******************************************************
000080* MODIFICATION HISTORY
000090*  2026-10-07  K.SATO   INITIAL VERSION - NIGHTLY BALANCE
000100*                       AND OPEN-ITEMS EXTRACT FOR THE
000110*                       CUSTOMER PORTAL AND THE IVR. ONE
000120*                       HEADER PER CONTRACT (PAYCLT,
000130*                       CLTNAM, ROLLING TRNTOT, NEXT DUE
000140*                       DATE, HOLSFT, OPEN CRDBAL CREDIT)
000150*                       FOLLOWED BY ONE DETAIL PER OPEN
000160*                       BILITM ITEM, AND A TRAILER WITH
000170*                       RECORD COUNTS AND HASH TOTALS.
000180*                       REGISTERS ON RUNCTL AND WRITES NO
000190*                       FILE UNLESS BIL106 AND PAY101
000200*                       ENDED CLEAN FOR THE DATE
000210******************************************************
000220 ENVIRONMENT DIVISION.
000230 INPUT-OUTPUT SECTION.
000240 FILE-CONTROL.
000250     SELECT PTL-FILE ASSIGN TO PORTALOU.
000260     SELECT PAY154-RPT ASSIGN TO PAY154RP.
000270 DATA DIVISION.
000280 FILE SECTION.
000290 FD  PTL-FILE
000300     RECORDING MODE IS F
000310     LABEL RECORDS ARE STANDARD.
000320 01  PTL-REC.
000330     03 PX-RECTYP        PIC X(001).
000340         88 PX-HEADER              VALUE "H".
000350         88 PX-DETAIL              VALUE "D".
000360         88 PX-TRAILER             VALUE "T".
000370     03 PX-HEADER-DATA.
000380        05 PX-CNTNUM     PIC X(009).
000390        05 PX-PAYCLT     PIC X(008).
000400        05 PX-CLTNAM     PIC X(044).
000410        05 PX-TRNTOT     PIC S9(013) COMP-3.
000420        05 PX-NXTDUE     PIC X(008).
000430        05 PX-HOLSFT     PIC X(001).
000440        05 PX-CRDAMT     PIC S9(013) COMP-3.
000450        05 PX-ITMCNT     PIC 9(003).
000460     03 PX-DETAIL-DATA REDEFINES PX-HEADER-DATA.
000470        05 PX-D-CNTNUM   PIC X(009).
000480        05 PX-BILNUM     PIC X(009).
000490        05 PX-BILDAY     PIC X(008).
000500        05 PX-DUEDAY     PIC X(008).
000510        05 PX-ITMAMT     PIC S9(013) COMP-3.
000520        05 PX-RMNAMT     PIC S9(013) COMP-3.
000530        05 PX-ITMSTS     PIC X(001).
000540        05 FILLER        PIC X(038).
000550     03 PX-TRAILER-DATA REDEFINES PX-HEADER-DATA.
000560        05 PX-RUNDAY     PIC X(008).
000570        05 PX-HDRCNT     PIC 9(007).
000580        05 PX-DTLCNT     PIC 9(007).
000590        05 PX-HSHTOT     PIC S9(015) COMP-3.
000600        05 PX-HSHRMN     PIC S9(015) COMP-3.
000610        05 PX-HSHCRD     PIC S9(015) COMP-3.
000620        05 FILLER        PIC X(040).
000630 FD  PAY154-RPT
000640     RECORDING MODE IS F
000650     LABEL RECORDS ARE STANDARD.
000660 01  PAY154-RPT-REC              PIC X(080).
000670 WORKING-STORAGE SECTION.
000680     EXEC SQL INCLUDE SQLCA END-EXEC.
000690     EXEC SQL INCLUDE PAY_GAFMST END-EXEC.
000700     EXEC SQL INCLUDE PAY_CLTMST END-EXEC.
000710     EXEC SQL INCLUDE PAY_BILITM END-EXEC.
000720     EXEC SQL INCLUDE PAY_CNTAMD END-EXEC.
000730     EXEC SQL INCLUDE PAY_BUSCAL END-EXEC.
000740     EXEC SQL INCLUDE PAY_RUNCTL END-EXEC.
000750 77  WS-EOF-SW           PIC X(001) VALUE "N".
000760     88 WS-EOF                      VALUE "Y".
000770 77  WS-ITM-EOF-SW       PIC X(001) VALUE "N".
000780     88 WS-ITM-EOF                  VALUE "Y".
000790 77  WS-TODAY            PIC X(008).
000800 77  WS-NOWTIME          PIC X(006).
000810 77  WS-CRD-TOTAL        PIC S9(013) COMP-3.
000820 77  WS-CRD-CNT          PIC S9(007) COMP-3.
000830 77  WS-NEXT-ITEM        PIC X(008).
000840 77  WS-HDR-CNT          PIC S9(007) COMP-3 VALUE ZERO.
000850 77  WS-DTL-CNT          PIC S9(007) COMP-3 VALUE ZERO.
000860 77  WS-ITM-CNT          PIC S9(003) COMP-3.
000870 77  WS-HSH-TOT          PIC S9(015) COMP-3 VALUE ZERO.
000880 77  WS-HSH-RMN          PIC S9(015) COMP-3 VALUE ZERO.
000890 77  WS-HSH-CRD          PIC S9(015) COMP-3 VALUE ZERO.
000900 77  WS-NOCLT-CNT        PIC S9(007) COMP-3 VALUE ZERO.
000910 77  WS-RC-STS           PIC X(001) VALUE "C".
000920 77  WS-ITM-MAX          PIC S9(003) COMP-3 VALUE 200.
000930 77  WS-ITM-IDX          PIC S9(003) COMP-3.
000940 77  WS-ANC-DATE         PIC X(008).
000950 77  WS-ANC-CNT          PIC S9(003) COMP-3.
000960 77  WS-CYC-MOS          PIC 9(002).
000970 77  WS-BASE-MOS         PIC 9(006).
000980 77  WS-DUE-MOS          PIC 9(006).
000990 77  WS-TRM-PAYEND       PIC X(008).
001000 77  WS-RAW-DUE          PIC X(008).
001010 77  WS-CLP-MAX          PIC 9(002).
001020 01  WS-CLP-DATE.
001030     03 WS-CLP-YYYY      PIC 9(004).
001040     03 WS-CLP-MM        PIC 9(002).
001050     03 WS-CLP-DD        PIC 9(002).
001060 77  WS-ROLL-DATE        PIC X(008).
001070 77  WS-ROLL-NUM         PIC 9(008).
001080 77  WS-ROLL-INT         PIC 9(007).
001090 77  WS-ROLL-DOW         PIC 9(001).
001100 77  WS-ROLL-DONE-SW     PIC X(001).
001110     88 WS-ROLL-DONE                VALUE "Y".
001120******************************************************
001130* OPEN ITEMS OF ONE CONTRACT, HELD UNTIL ITS HEADER
001140* (WITH THE ITEM COUNT) HAS BEEN WRITTEN
001150******************************************************
001160 01  WS-ITM-TABLE.
001170     03 IT-ENTRY         OCCURS 200.
001180        05 IT-BILNUM     PIC X(009).
001190        05 IT-BILDAY     PIC X(008).
001200        05 IT-DUEDAY     PIC X(008).
001210        05 IT-ITMAMT     PIC S9(013) COMP-3.
001220        05 IT-RMNAMT     PIC S9(013) COMP-3.
001230        05 IT-ITMSTS     PIC X(001).
001240 01  WS-TOTAL-LINE.
001250     03 TL-LABEL         PIC X(030).
001260     03 TL-COUNT         PIC -(006)9.
001270     03 FILLER           PIC X(002) VALUE SPACES.
001280     03 TL-AMOUNT        PIC -(015)9 BLANK WHEN ZERO.
001290     03 FILLER           PIC X(025) VALUE SPACES.
001300 01  WS-HEAD-LINE.
001310     03 FILLER           PIC X(040) VALUE
001320         "PORTAL / IVR BALANCE AND OPEN-ITEMS EXTR".
001330     03 FILLER           PIC X(014) VALUE "ACT  RUN DATE ".
001340     03 HL-TODAY         PIC X(008).
001350     03 FILLER           PIC X(018) VALUE SPACES.
001360 01  WS-NOCLT-LINE.
001370     03 FILLER           PIC X(028) VALUE
001380         "NO CLTMST ROW - PAYNAM USED ".
001390     03 NC-CNTNUM        PIC X(009).
001400     03 FILLER           PIC X(002) VALUE SPACES.
001410     03 NC-PAYCLT        PIC X(008).
001420     03 FILLER           PIC X(033) VALUE SPACES.
001430 01  WS-TRUNC-LINE.
001440     03 FILLER           PIC X(028) VALUE
001450         "OPEN ITEMS OVER 200 - CUT   ".
001460     03 TR-CNTNUM        PIC X(009).
001470     03 FILLER           PIC X(043) VALUE SPACES.
001480******************************************************
001490* PROCEDURE DIVISION
001500******************************************************
001510 PROCEDURE DIVISION.
001520 0000-MAINLINE.
001530     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001540     PERFORM 2000-PROCESS-CONTRACT THRU 2000-EXIT
001550         UNTIL WS-EOF.
001560     PERFORM 3000-TERMINATE THRU 3000-EXIT.
001570     STOP RUN.
001580******************************************************
001590* 1000-INITIALIZE - RUN CONTROL BEFORE THE EXTRACT IS
001600*                   OPENED, SO A REFUSED RUN LEAVES NO
001610*                   FILE FOR THE PORTAL TO PICK UP
001620******************************************************
001630 1000-INITIALIZE.
001640     ACCEPT WS-TODAY FROM DATE YYYYMMDD.
001650     ACCEPT WS-NOWTIME FROM TIME.
001660     PERFORM 1050-REGISTER-START THRU 1050-EXIT.
001670     OPEN OUTPUT PTL-FILE.
001680     OPEN OUTPUT PAY154-RPT.
001690     MOVE WS-TODAY TO HL-TODAY.
001700     WRITE PAY154-RPT-REC FROM WS-HEAD-LINE.
001710     EXEC SQL
001720         DECLARE PTLCNT-CSR CURSOR FOR
001730         SELECT CNTNUM, PAYCLT, PAYNAM, PAYBGN, PAYCYC,
001740                PAYCNT, PAYEND, HOLSFT, CHCKYN, TRNTOT
001750           FROM GAFMST
001760          WHERE CHCKYN <> 'Y'
001770             OR EXISTS
001780                (SELECT 1 FROM BILITM I
001790                  WHERE I.CNTNUM = GAFMST.CNTNUM
001800                    AND I.ITMSTS <> 'C')
001810             OR EXISTS
001820                (SELECT 1 FROM CRDBAL C
001830                  WHERE C.CNTNUM = GAFMST.CNTNUM
001840                    AND C.CRDSTS = 'O')
001850          ORDER BY CNTNUM
001860     END-EXEC.
001870     EXEC SQL
001880         OPEN PTLCNT-CSR
001890     END-EXEC.
001900     PERFORM 2100-FETCH-CONTRACT THRU 2100-EXIT.
001910 1000-EXIT.
001920     EXIT.
001930******************************************************
001940* 2000-PROCESS-CONTRACT - GATHER THE OPEN ITEMS, THEN
001950*                         WRITE THE HEADER AND DETAILS
001960******************************************************
001970 2000-PROCESS-CONTRACT.
001980     PERFORM 2200-LOOKUP-CLIENT THRU 2200-EXIT.
001990     PERFORM 2300-LOAD-ITEMS THRU 2300-EXIT.
002000     EXEC SQL
002010         SELECT COUNT(*)
002020           INTO :WS-CRD-CNT
002030           FROM CRDBAL
002040          WHERE CNTNUM = :PAY_GAFMST-CNTNUM
002050            AND CRDSTS = 'O'
002060     END-EXEC.
002070     IF WS-CRD-CNT = ZERO
002080         MOVE ZERO TO WS-CRD-TOTAL
002090     ELSE
002100         EXEC SQL
002110             SELECT SUM(CRDAMT)
002120               INTO :WS-CRD-TOTAL
002130               FROM CRDBAL
002140              WHERE CNTNUM = :PAY_GAFMST-CNTNUM
002150                AND CRDSTS = 'O'
002160         END-EXEC
002170     END-IF.
002180     MOVE SPACES TO PTL-REC.
002190     PERFORM 2400-NEXT-DUE THRU 2400-EXIT.
002200     MOVE "H" TO PX-RECTYP.
002210     MOVE PAY_GAFMST-CNTNUM TO PX-CNTNUM.
002220     MOVE PAY_GAFMST-PAYCLT TO PX-PAYCLT.
002230     MOVE PAY_CLTMST-CLTNAM TO PX-CLTNAM.
002240     MOVE PAY_GAFMST-TRNTOT TO PX-TRNTOT.
002250     MOVE PAY_GAFMST-HOLSFT TO PX-HOLSFT.
002260     MOVE WS-CRD-TOTAL TO PX-CRDAMT.
002270     MOVE WS-ITM-CNT TO PX-ITMCNT.
002280     WRITE PTL-REC.
002290     ADD 1 TO WS-HDR-CNT.
002300     ADD PAY_GAFMST-TRNTOT TO WS-HSH-TOT.
002310     ADD WS-CRD-TOTAL TO WS-HSH-CRD.
002320     PERFORM 2500-WRITE-DETAIL THRU 2500-EXIT
002330         VARYING WS-ITM-IDX FROM 1 BY 1
002340         UNTIL WS-ITM-IDX > WS-ITM-CNT.
002350     PERFORM 2100-FETCH-CONTRACT THRU 2100-EXIT.
002360 2000-EXIT.
002370     EXIT.
002380******************************************************
002390* 2100-FETCH-CONTRACT - NEXT CONTRACT IN CNTNUM ORDER
002400******************************************************
002410 2100-FETCH-CONTRACT.
002420     EXEC SQL
002430         FETCH PTLCNT-CSR
002440          INTO :PAY_GAFMST-CNTNUM, :PAY_GAFMST-PAYCLT,
002450               :PAY_GAFMST-PAYNAM, :PAY_GAFMST-PAYBGN,
002460               :PAY_GAFMST-PAYCYC, :PAY_GAFMST-PAYCNT,
002470               :PAY_GAFMST-PAYEND, :PAY_GAFMST-HOLSFT,
002480               :PAY_GAFMST-CHCKYN, :PAY_GAFMST-TRNTOT
002490     END-EXEC.
002500     IF SQLCODE NOT = 0
002510         MOVE "Y" TO WS-EOF-SW.
002520 2100-EXIT.
002530     EXIT.
002540******************************************************
002550* 2200-LOOKUP-CLIENT - CLTNAM FROM CLTMST, ELSE THE
002560*                      CONTRACT'S OWN PAYNAM
002570******************************************************
002580 2200-LOOKUP-CLIENT.
002590     EXEC SQL
002600         SELECT CLTNAM
002610           INTO :PAY_CLTMST-CLTNAM
002620           FROM CLTMST
002630          WHERE PAYCLT = :PAY_GAFMST-PAYCLT
002640     END-EXEC.
002650     IF SQLCODE NOT = 0
002660         MOVE PAY_GAFMST-PAYNAM(1:44) TO PAY_CLTMST-CLTNAM
002670         ADD 1 TO WS-NOCLT-CNT
002680         MOVE PAY_GAFMST-CNTNUM TO NC-CNTNUM
002690         MOVE PAY_GAFMST-PAYCLT TO NC-PAYCLT
002700         WRITE PAY154-RPT-REC FROM WS-NOCLT-LINE
002710     END-IF.
002720 2200-EXIT.
002730     EXIT.
002740******************************************************
002750* 2300-LOAD-ITEMS - OPEN AND PART-PAID BILITM ITEMS IN
002760*                   DUE DATE ORDER, AND THE EARLIEST
002770*                   DUE DATE NOT YET PASSED
002780******************************************************
002790 2300-LOAD-ITEMS.
002800     MOVE ZERO TO WS-ITM-CNT.
002810     MOVE SPACES TO WS-NEXT-ITEM.
002820     EXEC SQL
002830         DECLARE PTLITM-CSR CURSOR FOR
002840         SELECT BILNUM, BILDAY, DUEDAY, ITMAMT, RMNAMT,
002850                ITMSTS
002860           FROM BILITM
002870          WHERE CNTNUM = :PAY_GAFMST-CNTNUM
002880            AND ITMSTS <> 'C'
002890          ORDER BY DUEDAY, BILNUM
002900     END-EXEC.
002910     MOVE "N" TO WS-ITM-EOF-SW.
002920     EXEC SQL
002930         OPEN PTLITM-CSR
002940     END-EXEC.
002950     PERFORM 2310-FETCH-ITEM THRU 2310-EXIT
002960         UNTIL WS-ITM-EOF.
002970     EXEC SQL
002980         CLOSE PTLITM-CSR
002990     END-EXEC.
003000 2300-EXIT.
003010     EXIT.
003020 2310-FETCH-ITEM.
003030     EXEC SQL
003040         FETCH PTLITM-CSR
003050          INTO :PAY_BILITM-BILNUM, :PAY_BILITM-BILDAY,
003060               :PAY_BILITM-DUEDAY, :PAY_BILITM-ITMAMT,
003070               :PAY_BILITM-RMNAMT, :PAY_BILITM-ITMSTS
003080     END-EXEC.
003090     IF SQLCODE NOT = 0
003100         MOVE "Y" TO WS-ITM-EOF-SW
003110         GO TO 2310-EXIT
003120     END-IF.
003130     IF PAY_BILITM-DUEDAY NOT < WS-TODAY
003140        AND WS-NEXT-ITEM = SPACES
003150         MOVE PAY_BILITM-DUEDAY TO WS-NEXT-ITEM
003160     END-IF.
003170     IF WS-ITM-CNT NOT < WS-ITM-MAX
003180         MOVE PAY_GAFMST-CNTNUM TO TR-CNTNUM
003190         WRITE PAY154-RPT-REC FROM WS-TRUNC-LINE
003200         MOVE "Y" TO WS-ITM-EOF-SW
003210         GO TO 2310-EXIT
003220     END-IF.
003230     ADD 1 TO WS-ITM-CNT.
003240     MOVE PAY_BILITM-BILNUM TO IT-BILNUM (WS-ITM-CNT).
003250     MOVE PAY_BILITM-BILDAY TO IT-BILDAY (WS-ITM-CNT).
003260     MOVE PAY_BILITM-DUEDAY TO IT-DUEDAY (WS-ITM-CNT).
003270     MOVE PAY_BILITM-ITMAMT TO IT-ITMAMT (WS-ITM-CNT).
003280     MOVE PAY_BILITM-RMNAMT TO IT-RMNAMT (WS-ITM-CNT).
003290     MOVE PAY_BILITM-ITMSTS TO IT-ITMSTS (WS-ITM-CNT).
003300 2310-EXIT.
003310     EXIT.
003320******************************************************
003330* 2400-NEXT-DUE - THE EARLIEST OPEN ITEM NOT YET PAST
003340*                 DUE; FAILING THAT THE DUE DATE OF THE
003350*                 NEXT BILL BIL102 WILL CUT, ON THE
003360*                 SCHEDULE IN FORCE AND ROLLED TO A
003370*                 BUSINESS DAY. BLANK WHEN NOTHING MORE
003380*                 WILL BE BILLED (TERMINATED, HELD OR
003390*                 BILLED THROUGH PAYEND)
003400******************************************************
003410 2400-NEXT-DUE.
003420     MOVE WS-NEXT-ITEM TO PX-NXTDUE.
003430     IF WS-NEXT-ITEM NOT = SPACES
003440        OR PAY_GAFMST-CHCKYN = "Y"
003450        OR PAY_GAFMST-HOLSFT = "Y"
003460         GO TO 2400-EXIT
003470     END-IF.
003480     PERFORM 2410-CYCLE-IN-FORCE THRU 2410-EXIT.
003490     MOVE WS-ANC-DATE(1:4) TO WS-CLP-YYYY.
003500     MOVE WS-ANC-DATE(5:2) TO WS-CLP-MM.
003510     COMPUTE WS-BASE-MOS =
003520         (WS-CLP-YYYY * 12) + WS-CLP-MM - 1.
003530     COMPUTE WS-DUE-MOS =
003540         WS-BASE-MOS
003550         + (WS-CYC-MOS * (PAY_GAFMST-PAYCNT - WS-ANC-CNT + 1)).
003560     COMPUTE WS-CLP-YYYY = WS-DUE-MOS / 12.
003570     COMPUTE WS-CLP-MM = (WS-DUE-MOS - (WS-CLP-YYYY * 12)) + 1.
003580     MOVE PAY_GAFMST-PAYBGN(7:2) TO WS-CLP-DD.
003590     PERFORM 2430-CLAMP-DAY THRU 2430-EXIT.
003600     MOVE WS-CLP-DATE TO WS-RAW-DUE.
003610     PERFORM 2420-PAYEND-IN-FORCE THRU 2420-EXIT.
003620     IF WS-TRM-PAYEND NOT = SPACES
003630        AND WS-TRM-PAYEND < WS-RAW-DUE
003640         GO TO 2400-EXIT
003650     END-IF.
003660     MOVE WS-RAW-DUE TO WS-ROLL-DATE.
003670     PERFORM 2440-ROLL-BUSDAY THRU 2440-EXIT.
003680     MOVE WS-ROLL-DATE TO PX-NXTDUE.
003690 2400-EXIT.
003700     EXIT.
003710******************************************************
003720* 2410-CYCLE-IN-FORCE - AS BIL102: THE LATEST CNTAMD
003730*                       CYCLE CHANGE AT OR BEFORE PAYCNT
003740*                       RESTARTS THE COUNT FROM ITS
003750*                       EFFDAY; BEFORE ANY, PAYBGN WITH
003760*                       THE CYCLE THE FIRST APPLIED
003770*                       CHANGE REPLACED
003780******************************************************
003790 2410-CYCLE-IN-FORCE.
003800     EXEC SQL
003810         SELECT EFFDAY, PAYCYC, BASCNT
003820           INTO :PAY_CNTAMD-EFFDAY, :PAY_CNTAMD-PAYCYC,
003830                :PAY_CNTAMD-BASCNT
003840           FROM CNTAMD
003850          WHERE CNTNUM = :PAY_GAFMST-CNTNUM
003860            AND EFFDAY =
003870                (SELECT MAX(EFFDAY) FROM CNTAMD
003880                  WHERE CNTNUM = :PAY_GAFMST-CNTNUM
003890                    AND AMDSTS <> 'X'
003900                    AND PAYCYC <> ' '
003910                    AND BASCNT <= :PAY_GAFMST-PAYCNT)
003920     END-EXEC.
003930     IF SQLCODE = 0
003940         MOVE PAY_CNTAMD-EFFDAY TO WS-ANC-DATE
003950         MOVE PAY_CNTAMD-PAYCYC TO WS-CYC-MOS
003960         MOVE PAY_CNTAMD-BASCNT TO WS-ANC-CNT
003970     ELSE
003980         MOVE PAY_GAFMST-PAYBGN TO WS-ANC-DATE
003990         MOVE PAY_GAFMST-PAYCYC TO WS-CYC-MOS
004000         MOVE ZERO TO WS-ANC-CNT
004010         EXEC SQL
004020             SELECT OLDCYC
004030               INTO :PAY_CNTAMD-OLDCYC
004040               FROM CNTAMD
004050              WHERE CNTNUM = :PAY_GAFMST-CNTNUM
004060                AND EFFDAY =
004070                    (SELECT MIN(EFFDAY) FROM CNTAMD
004080                      WHERE CNTNUM = :PAY_GAFMST-CNTNUM
004090                        AND AMDSTS = 'A'
004100                        AND PAYCYC <> ' ')
004110         END-EXEC
004120         IF SQLCODE = 0
004130             MOVE PAY_CNTAMD-OLDCYC TO WS-CYC-MOS
004140         END-IF
004150     END-IF.
004160 2410-EXIT.
004170     EXIT.
004180******************************************************
004190* 2420-PAYEND-IN-FORCE - AS BIL102: PAYEND AS AMENDED
004200*                        BY THE LATEST CNTAMD CHANGE
004210*                        EFFECTIVE BEFORE THE DUE DATE;
004220*                        BEFORE ANY, THE PAYEND THE
004230*                        FIRST APPLIED CHANGE REPLACED
004240******************************************************
004250 2420-PAYEND-IN-FORCE.
004260     MOVE PAY_GAFMST-PAYEND TO WS-TRM-PAYEND.
004270     EXEC SQL
004280         SELECT PAYEND
004290           INTO :PAY_CNTAMD-PAYEND
004300           FROM CNTAMD
004310          WHERE CNTNUM = :PAY_GAFMST-CNTNUM
004320            AND EFFDAY =
004330                (SELECT MAX(EFFDAY) FROM CNTAMD
004340                  WHERE CNTNUM = :PAY_GAFMST-CNTNUM
004350                    AND AMDSTS <> 'X'
004360                    AND PAYEND <> ' '
004370                    AND EFFDAY < :WS-RAW-DUE)
004380     END-EXEC.
004390     IF SQLCODE = 0
004400         MOVE PAY_CNTAMD-PAYEND TO WS-TRM-PAYEND
004410         GO TO 2420-EXIT
004420     END-IF.
004430     EXEC SQL
004440         SELECT OLDEND
004450           INTO :PAY_CNTAMD-OLDEND
004460           FROM CNTAMD
004470          WHERE CNTNUM = :PAY_GAFMST-CNTNUM
004480            AND EFFDAY =
004490                (SELECT MIN(EFFDAY) FROM CNTAMD
004500                  WHERE CNTNUM = :PAY_GAFMST-CNTNUM
004510                    AND AMDSTS = 'A'
004520                    AND PAYEND <> ' '
004530                    AND EFFDAY >= :WS-RAW-DUE)
004540     END-EXEC.
004550     IF SQLCODE = 0
004560         MOVE PAY_CNTAMD-OLDEND TO WS-TRM-PAYEND
004570     END-IF.
004580 2420-EXIT.
004590     EXIT.
004600******************************************************
004610* 2430-CLAMP-DAY - PAYBGN'S DAY OF MONTH MAY NOT EXIST
004620*                  IN THE DUE MONTH - PULL IT BACK TO
004630*                  THE MONTH'S LAST DAY
004640******************************************************
004650 2430-CLAMP-DAY.
004660     IF WS-CLP-MM = 4 OR WS-CLP-MM = 6
004670        OR WS-CLP-MM = 9 OR WS-CLP-MM = 11
004680         MOVE 30 TO WS-CLP-MAX
004690     ELSE
004700         IF WS-CLP-MM = 2
004710             IF FUNCTION MOD(WS-CLP-YYYY, 4) = 0
004720                AND (FUNCTION MOD(WS-CLP-YYYY, 100) NOT = 0
004730                     OR FUNCTION MOD(WS-CLP-YYYY, 400) = 0)
004740                 MOVE 29 TO WS-CLP-MAX
004750             ELSE
004760                 MOVE 28 TO WS-CLP-MAX
004770             END-IF
004780         ELSE
004790             MOVE 31 TO WS-CLP-MAX
004800         END-IF
004810     END-IF.
004820     IF WS-CLP-DD > WS-CLP-MAX
004830         MOVE WS-CLP-MAX TO WS-CLP-DD
004840     END-IF.
004850 2430-EXIT.
004860     EXIT.
004870******************************************************
004880* 2440-ROLL-BUSDAY - FORWARD OVER WEEKENDS AND BUSCAL
004890*                    HOLIDAYS TO THE NEXT BUSINESS DAY
004900******************************************************
004910 2440-ROLL-BUSDAY.
004920     MOVE "N" TO WS-ROLL-DONE-SW.
004930     PERFORM 2450-CHECK-BUSDAY THRU 2450-EXIT
004940         UNTIL WS-ROLL-DONE.
004950 2440-EXIT.
004960     EXIT.
004970 2450-CHECK-BUSDAY.
004980     MOVE WS-ROLL-DATE TO WS-ROLL-NUM.
004990     COMPUTE WS-ROLL-INT =
005000         FUNCTION INTEGER-OF-DATE(WS-ROLL-NUM).
005010     COMPUTE WS-ROLL-DOW = FUNCTION MOD(WS-ROLL-INT, 7).
005020     IF WS-ROLL-DOW = 6 OR WS-ROLL-DOW = 0
005030         PERFORM 2460-NEXT-DAY THRU 2460-EXIT
005040         GO TO 2450-EXIT
005050     END-IF.
005060     EXEC SQL
005070         SELECT CALDAY
005080           INTO :PAY_BUSCAL-CALDAY
005090           FROM BUSCAL
005100          WHERE CALDAY = :WS-ROLL-DATE
005110     END-EXEC.
005120     IF SQLCODE = 0
005130         PERFORM 2460-NEXT-DAY THRU 2460-EXIT
005140     ELSE
005150         MOVE "Y" TO WS-ROLL-DONE-SW
005160     END-IF.
005170 2450-EXIT.
005180     EXIT.
005190 2460-NEXT-DAY.
005200     COMPUTE WS-ROLL-INT = WS-ROLL-INT + 1.
005210     COMPUTE WS-ROLL-NUM =
005220         FUNCTION DATE-OF-INTEGER(WS-ROLL-INT).
005230     MOVE WS-ROLL-NUM TO WS-ROLL-DATE.
005240 2460-EXIT.
005250     EXIT.
005260******************************************************
005270* 2500-WRITE-DETAIL - ONE OPEN ITEM
005280******************************************************
005290 2500-WRITE-DETAIL.
005300     MOVE SPACES TO PTL-REC.
005310     MOVE "D" TO PX-RECTYP.
005320     MOVE PAY_GAFMST-CNTNUM TO PX-D-CNTNUM.
005330     MOVE IT-BILNUM (WS-ITM-IDX) TO PX-BILNUM.
005340     MOVE IT-BILDAY (WS-ITM-IDX) TO PX-BILDAY.
005350     MOVE IT-DUEDAY (WS-ITM-IDX) TO PX-DUEDAY.
005360     MOVE IT-ITMAMT (WS-ITM-IDX) TO PX-ITMAMT.
005370     MOVE IT-RMNAMT (WS-ITM-IDX) TO PX-RMNAMT.
005380     MOVE IT-ITMSTS (WS-ITM-IDX) TO PX-ITMSTS.
005390     WRITE PTL-REC.
005400     ADD 1 TO WS-DTL-CNT.
005410     ADD IT-RMNAMT (WS-ITM-IDX) TO WS-HSH-RMN.
005420 2500-EXIT.
005430     EXIT.
005440******************************************************
005450* 3000-TERMINATE - TRAILER, CONTROL TOTALS, RUNCTL -
005460*                  F IF ANY CONTRACT HAD NO CLTMST
005470******************************************************
005480 3000-TERMINATE.
005490     EXEC SQL
005500         CLOSE PTLCNT-CSR
005510     END-EXEC.
005520     MOVE SPACES TO PTL-REC.
005530     MOVE "T" TO PX-RECTYP.
005540     MOVE WS-TODAY TO PX-RUNDAY.
005550     MOVE WS-HDR-CNT TO PX-HDRCNT.
005560     MOVE WS-DTL-CNT TO PX-DTLCNT.
005570     MOVE WS-HSH-TOT TO PX-HSHTOT.
005580     MOVE WS-HSH-RMN TO PX-HSHRMN.
005590     MOVE WS-HSH-CRD TO PX-HSHCRD.
005600     WRITE PTL-REC.
005610     MOVE "CONTRACT HEADERS" TO TL-LABEL.
005620     MOVE WS-HDR-CNT TO TL-COUNT.
005630     MOVE WS-HSH-TOT TO TL-AMOUNT.
005640     WRITE PAY154-RPT-REC FROM WS-TOTAL-LINE.
005650     MOVE "OPEN ITEM DETAILS" TO TL-LABEL.
005660     MOVE WS-DTL-CNT TO TL-COUNT.
005670     MOVE WS-HSH-RMN TO TL-AMOUNT.
005680     WRITE PAY154-RPT-REC FROM WS-TOTAL-LINE.
005690     MOVE "OPEN CRDBAL CREDIT" TO TL-LABEL.
005700     MOVE ZERO TO TL-COUNT.
005710     MOVE WS-HSH-CRD TO TL-AMOUNT.
005720     WRITE PAY154-RPT-REC FROM WS-TOTAL-LINE.
005730     MOVE "CONTRACTS WITHOUT CLTMST" TO TL-LABEL.
005740     MOVE WS-NOCLT-CNT TO TL-COUNT.
005750     MOVE ZERO TO TL-AMOUNT.
005760     WRITE PAY154-RPT-REC FROM WS-TOTAL-LINE.
005770     IF WS-NOCLT-CNT > ZERO
005780         MOVE "F" TO WS-RC-STS
005790     END-IF.
005800     PERFORM 3050-REGISTER-END THRU 3050-EXIT.
005810     EXEC SQL
005820         COMMIT
005830     END-EXEC.
005840     CLOSE PTL-FILE.
005850     CLOSE PAY154-RPT.
005860 3000-EXIT.
005870     EXIT.
005880******************************************************
005890* 1050-REGISTER-START - RUNCTL NIGHTLY RUN CONTROL:
005900*                       BIL106 AND PAY101 MUST HAVE
005910*                       ENDED CLEAN, NO DUPLICATE RUN
005920*                       FOR THE DATE
005930******************************************************
005940 1050-REGISTER-START.
005950     EXEC SQL
005960         SELECT RUNSTS
005970           INTO :WS-RC-STS
005980           FROM RUNCTL
005990          WHERE PGMNAM = 'BIL106'
006000            AND BUSDAY = :WS-TODAY
006010     END-EXEC.
006020     IF SQLCODE NOT = 0 OR WS-RC-STS NOT = "C"
006030         DISPLAY "PAY154 - BIL106 NOT COMPLETE CLEAN"
006040         PERFORM 1090-REFUSE-START THRU 1090-EXIT
006050     END-IF.
006060     EXEC SQL
006070         SELECT RUNSTS
006080           INTO :WS-RC-STS
006090           FROM RUNCTL
006100          WHERE PGMNAM = 'PAY101'
006110            AND BUSDAY = :WS-TODAY
006120     END-EXEC.
006130     IF SQLCODE NOT = 0 OR WS-RC-STS NOT = "C"
006140         DISPLAY "PAY154 - PAY101 NOT COMPLETE CLEAN"
006150         PERFORM 1090-REFUSE-START THRU 1090-EXIT
006160     END-IF.
006170     EXEC SQL
006180         SELECT RUNSTS
006190           INTO :WS-RC-STS
006200           FROM RUNCTL
006210          WHERE PGMNAM = 'PAY154'
006220            AND BUSDAY = :WS-TODAY
006230     END-EXEC.
006240     IF SQLCODE = 0
006250         DISPLAY "PAY154 - ALREADY RUN FOR " WS-TODAY
006260                 " - PAY129 OVERRIDE REQUIRED"
006270         PERFORM 1090-REFUSE-START THRU 1090-EXIT
006280     END-IF.
006290     MOVE "C" TO WS-RC-STS.
006300     EXEC SQL
006310         INSERT INTO RUNCTL
006320             (PGMNAM, BUSDAY, STRDAY, STRTIM, ENDDAY,
006330              ENDTIM, RUNSTS, EXCCNT)
006340         VALUES
006350             ('PAY154', :WS-TODAY, :WS-TODAY,
006360              :WS-NOWTIME, ' ', ' ', 'R', 0)
006370     END-EXEC.
006380     EXEC SQL
006390         COMMIT
006400     END-EXEC.
006410 1050-EXIT.
006420     EXIT.
006430******************************************************
006440* 1090-REFUSE-START - THE RUN MAY NOT PROCEED. A
006450*                     DELIBERATE RERUN NEEDS A PAY129
006460*                     OPERATOR OVERRIDE FIRST
006470******************************************************
006480 1090-REFUSE-START.
006490     MOVE 16 TO RETURN-CODE.
006500     STOP RUN.
006510 1090-EXIT.
006520     EXIT.
006530******************************************************
006540* 3050-REGISTER-END - CLOSE THE RUNCTL ROW OUT. A
006550*                     CONTRACT WITHOUT A CLTMST ROW IS
006560*                     EXTRACTED UNDER ITS PAYNAM AND
006570*                     COUNTED AS AN EXCEPTION
006580******************************************************
006590 3050-REGISTER-END.
006600     ACCEPT WS-NOWTIME FROM TIME.
006610     EXEC SQL
006620         UPDATE RUNCTL
006630            SET ENDDAY = :WS-TODAY,
006640                ENDTIM = :WS-NOWTIME,
006650                RUNSTS = :WS-RC-STS,
006660                EXCCNT = :WS-NOCLT-CNT
006670          WHERE PGMNAM = 'PAY154'
006680            AND BUSDAY = :WS-TODAY
006690     END-EXEC.
006700 3050-EXIT.
006710     EXIT.
