000520*                       BIL102 APPLIES, SO IT NO LONGER
000530*                       FLAGS CONTRACTS BIL102 CORRECTLY
000540*                       SKIPPED
000541*  2026-09-09  K.SATO   BIL111 CREDIT NOTES (DOCTYP C) ARE
000542*                       KEPT OUT OF THE DUPLICATE AND
000543*                       AMOUNT CHECKS, AS ARE BILLS THEY
000544*                       CANCELLED IN FULL, SO A CORRECTED
000545*                       RE-BILL DOES NOT SHOW AS A SECOND
000546*                       BILL. EACH CREDIT NOTE OR RE-BILL
000547*                       OF THE RUN DATE MUST POINT AT A
000548*                       BILL ON FILE, CREDITS MAY NOT
000549*                       EXCEED THE BILL, AND A RE-BILL'S
000550*                       ORIGINAL MUST BE CANCELLED. THE
000551*                       CREDITED TOTAL IS FOOTED
000552*                       SEPARATELY
000553*  2026-09-11  K.SATO   THE NOT-BILLED AND AMOUNT CHECKS
000554*                       REBUILD EACH PERIOD FROM THE CNTAMD
000555*                       TERMS IN FORCE FOR IT, AS BIL102
000556*                       NOW BILLS IT
000557*  2026-09-14  K.SATO   PAY141 PAYOFF BILLS (DOCTYP P) AND
000558*                       CONTRACTS SETTLED ON PAYQOT SKIPPED
000559******************************************************
000560 ENVIRONMENT DIVISION.
000570 INPUT-OUTPUT SECTION.
000580 FILE-CONTROL.
000780     EXEC SQL INCLUDE PAY_RUNCTL END-EXEC.
000790     EXEC SQL INCLUDE PAY_BUSCAL END-EXEC.
000800     EXEC SQL INCLUDE PAY_TAXTAB END-EXEC.
000801     EXEC SQL INCLUDE PAY_BILITM END-EXEC.
000802     EXEC SQL INCLUDE PAY_CNTAMD END-EXEC.
000810 77  WS-EOF-SW           PIC X(001) VALUE "N".
000820     88 WS-EOF                      VALUE "Y".
000830 77  WS-RUN-DATE         PIC X(008).
001320 77  WS-ROLL-DOW         PIC 9(001).
001330 77  WS-ROLL-DONE-SW     PIC X(001).
001340     88 WS-ROLL-DONE                VALUE "Y".
001341 77  WS-ANC-DATE         PIC X(008).
001342 77  WS-ANC-CNT          PIC S9(003) COMP-3.
001343 77  WS-ANC-LIM          PIC S9(003) COMP-3.
001350 77  WS-BIL-BGN          PIC X(008).
001360 77  WS-BIL-END          PIC X(008).
001370 77  WS-PER-INT          PIC 9(007).
001430 77  WS-EXP-CHG          PIC S9(013) COMP-3.
001440 77  WS-EXP-TAX          PIC S9(013) COMP-3.
001450 77  WS-EXP-TOT          PIC S9(013) COMP-3.
001451 77  WS-TRM-PAYEND       PIC X(008).
001452 77  WS-LEA-DATE         PIC X(008).
001453 77  WS-LEA-AMT          PIC S9(013) COMP-3.
001454 77  WS-LEA-BNDS         PIC S9(005) COMP-3.
001455 77  WS-SEG-CHARGE       PIC S9(013) COMP-3.
001456 77  WS-LEA-EOF-SW       PIC X(001).
001457     88 WS-LEA-EOF                  VALUE "Y".
001460 77  WS-TAX-BGN          PIC X(008).
001470 77  WS-TAX-END          PIC X(008).
001480 77  WS-TAX-RATE         PIC S9(002)V9(1) COMP-3.
001570 77  WS-SEG-TAX          PIC S9(013) COMP-3.
001580 77  WS-BND-EOF-SW       PIC X(001).
001590     88 WS-BND-EOF                  VALUE "Y".
001591 77  WS-CRN-BILNUM       PIC X(009).
001592 77  WS-CRN-ORGNUM       PIC X(009).
001593 77  WS-CRN-DOCTYP       PIC X(001).
001594 77  WS-CRN-TOTAMT       PIC S9(013) COMP-3.
001595 77  WS-ORG-TOTAMT       PIC S9(013) COMP-3.
001596 77  WS-CRN-SUM          PIC S9(013) COMP-3.
001597 77  WS-CRN-PART         PIC S9(013) COMP-3.
001598 77  WS-CREDIT-TOT       PIC S9(013) COMP-3 VALUE ZERO.
001599 77  WS-CREDIT-CNT       PIC S9(007) COMP-3 VALUE ZERO.
001600 01  WS-EXC-LINE.
001610     03 XL-KIND          PIC X(012).
001620     03 FILLER           PIC X(002) VALUE SPACES.
001710     03 FILLER           PIC X(013) VALUE "  EXPECTED   ".
001720     03 TT-MASTER        PIC -(011)9.99.
001730     03 FILLER           PIC X(024) VALUE SPACES.
001731 01  WS-CREDIT-LINE.
001732     03 FILLER           PIC X(013) VALUE "CREDIT NOTES ".
001733     03 TC-COUNT         PIC -(006)9.
001734     03 FILLER           PIC X(013) VALUE "  CREDITED   ".
001735     03 TC-AMOUNT        PIC -(011)9.99.
001736     03 FILLER           PIC X(032) VALUE SPACES.
001740 01  WS-VERDICT-LINE.
001750     03 VD-TEXT          PIC X(022).
001760     03 FILLER           PIC X(058) VALUE SPACES.
001880     PERFORM 2450-CHECK-ELE-AMOUNTS THRU 2450-EXIT.
001890     PERFORM 2500-CHECK-CONSOL THRU 2500-EXIT.
001900     PERFORM 2600-CHECK-ORPHAN-ELE THRU 2600-EXIT.
001901     PERFORM 2800-CHECK-CREDITS THRU 2800-EXIT.
001910     PERFORM 3000-TERMINATE THRU 3000-EXIT.
001920     STOP RUN.
001930******************************************************
002190             SELECT CNTNUM, COUNT(*)
002200               FROM BILPRT
002210              WHERE SNDDAY = :WS-RUN-DATE
002211                AND DOCTYP NOT IN ('C', 'P')
002212                AND BILNUM NOT IN
002213                    (SELECT BILNUM FROM BILITM
002214                      WHERE ITMAMT = 0)
002220              GROUP BY CNTNUM
002230             HAVING COUNT(*) > 1
002240              ORDER BY CNTNUM
002620             SELECT CNTNUM, COUNT(*)
002630               FROM BILELE
002640              WHERE SNDDAY = :WS-RUN-DATE
002641                AND DOCTYP <> 'C'
002642                AND BILNUM NOT IN
002643                    (SELECT BILNUM FROM BILITM
002644                      WHERE ITMAMT = 0)
002650              GROUP BY CNTNUM
002660             HAVING COUNT(*) > 1
002670              ORDER BY CNTNUM
003050             SELECT CNTNUM
003060               FROM BILPRT
003070              WHERE SNDDAY = :WS-RUN-DATE
003071                AND DOCTYP NOT IN ('C', 'P')
003072                AND BILNUM NOT IN
003073                    (SELECT BILNUM FROM BILITM
003074                      WHERE ITMAMT = 0)
003080                AND CNTNUM IN
003090                    (SELECT CNTNUM FROM BILELE
003100                      WHERE SNDDAY = :WS-RUN-DATE
003101                        AND DOCTYP <> 'C'
003102                        AND BILNUM NOT IN
003103                            (SELECT BILNUM FROM BILITM
003104                              WHERE ITMAMT = 0))
003110              ORDER BY CNTNUM
003120     END-EXEC.
003130     EXEC SQL
003570               FROM GAFMST
003580              WHERE HOLSFT <> 'Y'
003590                AND CHCKYN <> 'Y'
003591                AND NOT EXISTS
003592                    (SELECT 1 FROM PAYQOT Q
003593                      WHERE Q.CNTNUM = GAFMST.CNTNUM
003594                        AND Q.QOTSTS = 'S')
003600              ORDER BY CNTNUM
003610     END-EXEC.
003620     EXEC SQL
003820 2310-EXIT.
003830     EXIT.
003840 2320-CHECK-CONTRACT.
003850     MOVE PAY_GAFMST-PAYCNT TO WS-ANC-LIM.
003860     PERFORM 2740-CYCLE-IN-FORCE THRU 2740-EXIT.
003870     MOVE WS-ANC-DATE(1:4) TO WS-BGN-YYYY.
003880     MOVE WS-ANC-DATE(5:2) TO WS-BGN-MM.
003881     MOVE PAY_GAFMST-PAYBGN(7:2) TO WS-BGN-DD.
003890     COMPUTE WS-BASE-MOS =
003900         (WS-BGN-YYYY * 12) + WS-BGN-MM - 1.
003910     COMPUTE WS-DUE-MOS =
003920         WS-BASE-MOS
003921         + (WS-CYC-MOS * (PAY_GAFMST-PAYCNT - WS-ANC-CNT + 1)).
003930     COMPUTE WS-DUE-YYYY = WS-DUE-MOS / 12.
003940     COMPUTE WS-DUE-MM = (WS-DUE-MOS - (WS-DUE-YYYY * 12)) + 1.
003950     MOVE WS-DUE-YYYY TO WS-DUE-DATE-YYYY.
003990     PERFORM 5200-CLAMP-DAY THRU 5200-EXIT.
004000     MOVE WS-CLP-DATE TO WS-DUE-DATE.
004010     COMPUTE WS-PER-MOS =
004020         WS-BASE-MOS
004021         + (WS-CYC-MOS * (PAY_GAFMST-PAYCNT - WS-ANC-CNT)).
004030     COMPUTE WS-PER-YYYY = WS-PER-MOS / 12.
004040     COMPUTE WS-PER-MM =
004050         (WS-PER-MOS - (WS-PER-YYYY * 12)) + 1.
004090     MOVE WS-PER-DATE TO WS-CLP-DATE.
004100     PERFORM 5200-CLAMP-DAY THRU 5200-EXIT.
004110     MOVE WS-CLP-DATE TO WS-PER-DATE.
004111     MOVE WS-DUE-DATE TO WS-RAW-DUE.
004112     PERFORM 2750-PAYEND-IN-FORCE THRU 2750-EXIT.
004120     MOVE WS-DUE-DATE TO WS-ROLL-DATE.
004130     PERFORM 5100-ROLL-BUSDAY THRU 5100-EXIT.
004140     MOVE WS-ROLL-DATE TO WS-DUE-DATE.
004150     IF WS-TRM-PAYEND > SPACES
004160         MOVE WS-PER-DATE TO WS-CHK-BGN
004170         IF PAY_GAFMST-PAYBGN > WS-CHK-BGN
004180             MOVE PAY_GAFMST-PAYBGN TO WS-CHK-BGN
004190         END-IF
004200         IF WS-TRM-PAYEND NOT > WS-CHK-BGN
004210             GO TO 2320-NEXT
004220         END-IF
004230     END-IF.
004530                    M.PAYEND, M.LEAAMT, M.TAXRAT
004540               FROM BILPRT B, GAFMST M
004550              WHERE B.SNDDAY = :WS-RUN-DATE
004551                AND B.DOCTYP NOT IN ('C', 'P')
004552                AND B.BILNUM NOT IN
004553                    (SELECT BILNUM FROM BILITM
004554                      WHERE ITMAMT = 0)
004560                AND M.CNTNUM = B.CNTNUM
004570              ORDER BY B.CNTNUM
004580     END-EXEC.
004820 2410-EXIT.
004830     EXIT.
004840 2420-CHECK-PRT-AMT.
004841     MOVE PAY_BILPRT-CNTNUM TO PAY_GAFMST-CNTNUM.
004850     PERFORM 2700-EXPECTED-AMOUNTS THRU 2700-EXIT.
004860     ADD PAY_BILPRT-TOTAMT TO WS-BILLED-TOT.
004870     ADD WS-EXP-TOT TO WS-MASTER-TOT.
005150                    M.PAYEND, M.LEAAMT, M.TAXRAT
005160               FROM BILELE B, GAFMST M
005170              WHERE B.SNDDAY = :WS-RUN-DATE
005171                AND B.DOCTYP <> 'C'
005172                AND B.BILNUM NOT IN
005173                    (SELECT BILNUM FROM BILITM
005174                      WHERE ITMAMT = 0)
005180                AND M.CNTNUM = B.CNTNUM
005190              ORDER BY B.CNTNUM
005200     END-EXEC.
005440 2460-EXIT.
005450     EXIT.
005460 2470-CHECK-ELE-AMT.
005461     MOVE PAY_BILELE-CNTNUM TO PAY_GAFMST-CNTNUM.
005470     PERFORM 2700-EXPECTED-AMOUNTS THRU 2700-EXIT.
005480     ADD PAY_BILELE-TOTAMT TO WS-BILLED-TOT.
005490     ADD WS-EXP-TOT TO WS-MASTER-TOT.
005650*                         DRIVER HAS ALREADY ADVANCED
005660*                         PAYCNT, SO THE BILLED CYCLE IS
005670*                         PAYCNT - 1
005671*                         ON THE CNTAMD TERMS IN FORCE FOR
005672*                         IT
005680******************************************************
005690 2700-EXPECTED-AMOUNTS.
005700     COMPUTE WS-ANC-LIM = PAY_GAFMST-PAYCNT - 1.
005710     PERFORM 2740-CYCLE-IN-FORCE THRU 2740-EXIT.
005720     MOVE WS-ANC-DATE(1:4) TO WS-BGN-YYYY.
005730     MOVE WS-ANC-DATE(5:2) TO WS-BGN-MM.
005731     MOVE PAY_GAFMST-PAYBGN(7:2) TO WS-BGN-DD.
005740     COMPUTE WS-BASE-MOS =
005750         (WS-BGN-YYYY * 12) + WS-BGN-MM - 1.
005760     COMPUTE WS-PER-MOS =
005770         WS-BASE-MOS
005771         + (WS-CYC-MOS * (PAY_GAFMST-PAYCNT - WS-ANC-CNT - 1)).
005780     COMPUTE WS-PER-YYYY = WS-PER-MOS / 12.
005790     COMPUTE WS-PER-MM =
005800         (WS-PER-MOS - (WS-PER-YYYY * 12)) + 1.
005850     PERFORM 5200-CLAMP-DAY THRU 5200-EXIT.
005860     MOVE WS-CLP-DATE TO WS-PER-DATE.
005870     COMPUTE WS-DUE-MOS =
005880         WS-BASE-MOS
005881         + (WS-CYC-MOS * (PAY_GAFMST-PAYCNT - WS-ANC-CNT)).
005890     COMPUTE WS-DUE-YYYY = WS-DUE-MOS / 12.
005900     COMPUTE WS-DUE-MM = (WS-DUE-MOS - (WS-DUE-YYYY * 12)) + 1.
005910     MOVE WS-DUE-YYYY TO WS-DUE-DATE-YYYY.
005950     PERFORM 5200-CLAMP-DAY THRU 5200-EXIT.
005960     MOVE WS-CLP-DATE TO WS-DUE-DATE.
005970     MOVE WS-DUE-DATE TO WS-RAW-DUE.
005971     PERFORM 2750-PAYEND-IN-FORCE THRU 2750-EXIT.
005980     MOVE WS-PER-DATE TO WS-BIL-BGN.
005990     IF PAY_GAFMST-PAYBGN > WS-BIL-BGN
006000         MOVE PAY_GAFMST-PAYBGN TO WS-BIL-BGN
006010     END-IF.
006020     MOVE WS-RAW-DUE TO WS-BIL-END.
006030     IF WS-TRM-PAYEND > SPACES
006040        AND WS-TRM-PAYEND < WS-RAW-DUE
006050         MOVE WS-TRM-PAYEND TO WS-BIL-END
006060     END-IF.
006070     MOVE WS-PER-DATE TO WS-TAX-NUM.
006080     COMPUTE WS-PER-INT =
006210     IF WS-BILL-DAYS < ZERO
006220         MOVE ZERO TO WS-BILL-DAYS
006230     END-IF.
006240     MOVE WS-BIL-BGN TO WS-LEA-DATE.
006241     PERFORM 2760-LEAAMT-IN-FORCE THRU 2760-EXIT.
006242     MOVE WS-LEA-AMT TO WS-EXP-CHG.
006250     IF WS-FULL-DAYS > ZERO
006260        AND WS-BILL-DAYS NOT = WS-FULL-DAYS
006270         COMPUTE WS-EXP-CHG ROUNDED =
006280             WS-LEA-AMT
006290             * WS-BILL-DAYS / WS-FULL-DAYS
006300     END-IF.
006301     PERFORM 2770-SPLIT-CHARGE THRU 2770-EXIT.
006310     MOVE WS-BIL-BGN TO WS-TAX-BGN.
006320     MOVE WS-BIL-END TO WS-TAX-END.
006330     PERFORM 2710-EXPECTED-TAX THRU 2710-EXIT.
009400     MOVE WS-BILLED-TOT TO TT-BILLED.
009410     MOVE WS-MASTER-TOT TO TT-MASTER.
009420     WRITE BIL106-RPT-REC FROM WS-TOTAL-LINE.
009421     MOVE WS-CREDIT-CNT TO TC-COUNT.
009422     MOVE WS-CREDIT-TOT TO TC-AMOUNT.
009423     WRITE BIL106-RPT-REC FROM WS-CREDIT-LINE.
009430     IF WS-EXC-CNT = ZERO
009440         MOVE "RUN IN BALANCE" TO VD-TEXT
009450         MOVE "C" TO WS-RC-STS
010550     END-EXEC.
010560 3050-EXIT.
010570     EXIT.
010580******************************************************
010590* 2800-CHECK-CREDITS - EVERY BIL111 CREDIT NOTE AND
010600*                      RE-BILL OF THE RUN DATE: THE
010610*                      BILL IT NAMES MUST BE ON FILE,
010620*                      ALL CREDITS AGAINST A BILL MAY
010630*                      NOT EXCEED IT, AND A RE-BILL'S
010640*                      ORIGINAL MUST BE FULLY CANCELLED
010650******************************************************
010660 2800-CHECK-CREDITS.
010670     MOVE "N" TO WS-EOF-SW.
010680     EXEC SQL
010690         DECLARE CRNDOC-CSR CURSOR FOR
010700             SELECT BILNUM, ORGNUM, DOCTYP, TOTAMT
010710               FROM BILPRT
010720              WHERE SNDDAY = :WS-RUN-DATE
010730                AND DOCTYP IN ('C', 'R')
010740             UNION ALL
010750             SELECT BILNUM, ORGNUM, DOCTYP, TOTAMT
010760               FROM BILELE
010770              WHERE SNDDAY = :WS-RUN-DATE
010780                AND DOCTYP IN ('C', 'R')
010790              ORDER BY 1
010800     END-EXEC.
010810     EXEC SQL
010820         OPEN CRNDOC-CSR
010830     END-EXEC.
010840     PERFORM 2810-FETCH-CREDIT THRU 2810-EXIT.
010850     PERFORM 2820-CHECK-CREDIT THRU 2820-EXIT
010860         UNTIL WS-EOF.
010870     EXEC SQL
010880         CLOSE CRNDOC-CSR
010890     END-EXEC.
010900 2800-EXIT.
010910     EXIT.
010920 2810-FETCH-CREDIT.
010930     EXEC SQL
010940         FETCH CRNDOC-CSR
010950             INTO :WS-CRN-BILNUM, :WS-CRN-ORGNUM,
010960                  :WS-CRN-DOCTYP, :WS-CRN-TOTAMT
010970     END-EXEC.
010980     IF SQLCODE NOT = 0
010990         MOVE "Y" TO WS-EOF-SW.
011000 2810-EXIT.
011010     EXIT.
011020 2820-CHECK-CREDIT.
011030     IF WS-CRN-DOCTYP = "R"
011040         PERFORM 2850-CHECK-REBILL THRU 2850-EXIT
011050         GO TO 2820-NEXT
011060     END-IF.
011070     ADD 1 TO WS-CREDIT-CNT.
011080     ADD WS-CRN-TOTAMT TO WS-CREDIT-TOT.
011090     EXEC SQL
011100         SELECT TOTAMT
011110           INTO :WS-ORG-TOTAMT
011120           FROM BILPRT
011130          WHERE BILNUM = :WS-CRN-ORGNUM
011140     END-EXEC.
011150     IF SQLCODE NOT = 0
011160         EXEC SQL
011170             SELECT TOTAMT
011180               INTO :WS-ORG-TOTAMT
011190               FROM BILELE
011200              WHERE BILNUM = :WS-CRN-ORGNUM
011210         END-EXEC
011220         IF SQLCODE NOT = 0
011230             MOVE "CN NO ORIGIN" TO XL-KIND
011240             MOVE WS-CRN-BILNUM TO XL-KEY
011250             MOVE WS-CRN-TOTAMT TO XL-AMT-1
011260             MOVE ZERO TO XL-AMT-2
011270             PERFORM 2900-WRITE-EXCEPTION THRU 2900-EXIT
011280             GO TO 2820-NEXT
011290         END-IF
011300     END-IF.
011310     PERFORM 2830-SUM-CREDITS THRU 2830-EXIT.
011320     IF 0 - WS-CRN-SUM > WS-ORG-TOTAMT
011330         MOVE "CN OVER BILL" TO XL-KIND
011340         MOVE WS-CRN-ORGNUM TO XL-KEY
011350         MOVE WS-CRN-SUM TO XL-AMT-1
011360         MOVE WS-ORG-TOTAMT TO XL-AMT-2
011370         PERFORM 2900-WRITE-EXCEPTION THRU 2900-EXIT
011380     END-IF.
011390 2820-NEXT.
011400     PERFORM 2810-FETCH-CREDIT THRU 2810-EXIT.
011410 2820-EXIT.
011420     EXIT.
011430 2830-SUM-CREDITS.
011440     MOVE ZERO TO WS-CRN-SUM.
011450     EXEC SQL
011460         SELECT COUNT(*)
011470           INTO :WS-BIL-CNT
011480           FROM BILPRT
011490          WHERE ORGNUM = :WS-CRN-ORGNUM
011500            AND DOCTYP = 'C'
011510     END-EXEC.
011520     IF WS-BIL-CNT > ZERO
011530         EXEC SQL
011540             SELECT SUM(TOTAMT)
011550               INTO :WS-CRN-PART
011560               FROM BILPRT
011570              WHERE ORGNUM = :WS-CRN-ORGNUM
011580                AND DOCTYP = 'C'
011590         END-EXEC
011600         ADD WS-CRN-PART TO WS-CRN-SUM
011610     END-IF.
011620     EXEC SQL
011630         SELECT COUNT(*)
011640           INTO :WS-BIL-CNT
011650           FROM BILELE
011660          WHERE ORGNUM = :WS-CRN-ORGNUM
011670            AND DOCTYP = 'C'
011680     END-EXEC.
011690     IF WS-BIL-CNT > ZERO
011700         EXEC SQL
011710             SELECT SUM(TOTAMT)
011720               INTO :WS-CRN-PART
011730               FROM BILELE
011740              WHERE ORGNUM = :WS-CRN-ORGNUM
011750                AND DOCTYP = 'C'
011760         END-EXEC
011770         ADD WS-CRN-PART TO WS-CRN-SUM
011780     END-IF.
011790 2830-EXIT.
011800     EXIT.
011810 2850-CHECK-REBILL.
011820     MOVE ZERO TO PAY_BILITM-ITMAMT.
011830     EXEC SQL
011840         SELECT ITMAMT
011850           INTO :PAY_BILITM-ITMAMT
011860           FROM BILITM
011870          WHERE BILNUM = :WS-CRN-ORGNUM
011880     END-EXEC.
011890     IF SQLCODE NOT = 0 OR PAY_BILITM-ITMAMT NOT = ZERO
011900         MOVE "REBILL OPEN " TO XL-KIND
011910         MOVE WS-CRN-BILNUM TO XL-KEY
011920         MOVE WS-CRN-TOTAMT TO XL-AMT-1
011930         MOVE PAY_BILITM-ITMAMT TO XL-AMT-2
011940         PERFORM 2900-WRITE-EXCEPTION THRU 2900-EXIT
011950     END-IF.
011960 2850-EXIT.
011970     EXIT.
011980******************************************************
011990* 2740-CYCLE-IN-FORCE - THE SCHEDULE PERIOD WS-ANC-LIM
012000*                       + 1 FALLS ON. A CYCLE CHANGE ON CNTAMD
012010*                       TAKES OVER AT ITS BASCNT FROM ITS
012020*                       EFFDAY; BEFORE ANY, PAYBGN WITH THE
012030*                       CYCLE THE FIRST APPLIED CHANGE
012040*                       REPLACED, ELSE GAFMST'S OWN
012050******************************************************
012060 2740-CYCLE-IN-FORCE.
012070     EXEC SQL
012080         SELECT EFFDAY, PAYCYC, BASCNT
012090           INTO :PAY_CNTAMD-EFFDAY, :PAY_CNTAMD-PAYCYC,
012100                :PAY_CNTAMD-BASCNT
012110           FROM CNTAMD
012120          WHERE CNTNUM = :PAY_GAFMST-CNTNUM
012130            AND EFFDAY =
012140                (SELECT MAX(EFFDAY) FROM CNTAMD
012150                  WHERE CNTNUM = :PAY_GAFMST-CNTNUM
012160                    AND AMDSTS <> 'X'
012170                    AND PAYCYC <> ' '
012180                    AND BASCNT <= :WS-ANC-LIM)
012190     END-EXEC.
012200     IF SQLCODE = 0
012210         MOVE PAY_CNTAMD-EFFDAY TO WS-ANC-DATE
012220         MOVE PAY_CNTAMD-PAYCYC TO WS-CYC-MOS
012230         MOVE PAY_CNTAMD-BASCNT TO WS-ANC-CNT
012240     ELSE
012250         MOVE PAY_GAFMST-PAYBGN TO WS-ANC-DATE
012260         MOVE PAY_GAFMST-PAYCYC TO WS-CYC-MOS
012270         MOVE ZERO TO WS-ANC-CNT
012280         EXEC SQL
012290             SELECT OLDCYC
012300               INTO :PAY_CNTAMD-OLDCYC
012310               FROM CNTAMD
012320              WHERE CNTNUM = :PAY_GAFMST-CNTNUM
012330                AND EFFDAY =
012340                    (SELECT MIN(EFFDAY) FROM CNTAMD
012350                      WHERE CNTNUM = :PAY_GAFMST-CNTNUM
012360                        AND AMDSTS = 'A'
012370                        AND PAYCYC <> ' ')
012380         END-EXEC
012390         IF SQLCODE = 0
012400             MOVE PAY_CNTAMD-OLDCYC TO WS-CYC-MOS
012410         END-IF
012420     END-IF.
012430 2740-EXIT.
012440     EXIT.
012450******************************************************
012460* 2750-PAYEND-IN-FORCE - PAYEND AS AMENDED BY THE LATEST
012470*                        CNTAMD CHANGE EFFECTIVE BEFORE
012480*                        THE PERIOD CLOSES; BEFORE ANY,
012490*                        THE PAYEND THE FIRST APPLIED
012500*                        CHANGE REPLACED, ELSE GAFMST'S
012510******************************************************
012520 2750-PAYEND-IN-FORCE.
012530     MOVE PAY_GAFMST-PAYEND TO WS-TRM-PAYEND.
012540     EXEC SQL
012550         SELECT PAYEND
012560           INTO :PAY_CNTAMD-PAYEND
012570           FROM CNTAMD
012580          WHERE CNTNUM = :PAY_GAFMST-CNTNUM
012590            AND EFFDAY =
012600                (SELECT MAX(EFFDAY) FROM CNTAMD
012610                  WHERE CNTNUM = :PAY_GAFMST-CNTNUM
012620                    AND AMDSTS <> 'X'
012630                    AND PAYEND <> ' '
012640                    AND EFFDAY < :WS-RAW-DUE)
012650     END-EXEC.
012660     IF SQLCODE = 0
012670         MOVE PAY_CNTAMD-PAYEND TO WS-TRM-PAYEND
012680         GO TO 2750-EXIT
012690     END-IF.
012700     EXEC SQL
012710         SELECT OLDEND
012720           INTO :PAY_CNTAMD-OLDEND
012730           FROM CNTAMD
012740          WHERE CNTNUM = :PAY_GAFMST-CNTNUM
012750            AND EFFDAY =
012760                (SELECT MIN(EFFDAY) FROM CNTAMD
012770                  WHERE CNTNUM = :PAY_GAFMST-CNTNUM
012780                    AND AMDSTS = 'A'
012790                    AND PAYEND <> ' '
012800                    AND EFFDAY >= :WS-RAW-DUE)
012810     END-EXEC.
012820     IF SQLCODE = 0
012830         MOVE PAY_CNTAMD-OLDEND TO WS-TRM-PAYEND
012840     END-IF.
012850 2750-EXIT.
012860     EXIT.
012870******************************************************
012880* 2770-SPLIT-CHARGE - A LEAAMT CHANGE EFFECTIVE INSIDE
012890*                     THE BILLED DAYS SPLITS THE CHARGE,
012900*                     EACH RATE PRORATED BY ITS OWN DAYS
012910*                     OVER THE FULL PERIOD
012920******************************************************
012930 2770-SPLIT-CHARGE.
012940     IF WS-FULL-DAYS NOT > ZERO
012950         GO TO 2770-EXIT
012960     END-IF.
012970     EXEC SQL
012980         SELECT COUNT(*)
012990           INTO :WS-LEA-BNDS
013000           FROM CNTAMD
013010          WHERE CNTNUM = :PAY_GAFMST-CNTNUM
013020            AND AMDSTS <> 'X'
013030            AND LEAAMT <> 0
013040            AND EFFDAY > :WS-BIL-BGN
013050            AND EFFDAY < :WS-BIL-END
013060     END-EXEC.
013070     IF WS-LEA-BNDS = 0
013080         GO TO 2770-EXIT
013090     END-IF.
013100     MOVE ZERO TO WS-EXP-CHG.
013110     MOVE WS-BILBGN-INT TO WS-SEG-START-INT.
013120     EXEC SQL
013130         DECLARE LEABN6-CSR CURSOR FOR
013140         SELECT EFFDAY, LEAAMT
013150           FROM CNTAMD
013160          WHERE CNTNUM = :PAY_GAFMST-CNTNUM
013170            AND AMDSTS <> 'X'
013180            AND LEAAMT <> 0
013190            AND EFFDAY > :WS-BIL-BGN
013200            AND EFFDAY < :WS-BIL-END
013210          ORDER BY EFFDAY
013220     END-EXEC.
013230     EXEC SQL OPEN LEABN6-CSR END-EXEC.
013240     MOVE "N" TO WS-LEA-EOF-SW.
013250     PERFORM 2780-CHARGE-SEGMENT THRU 2780-EXIT
013260         UNTIL WS-LEA-EOF.
013270     EXEC SQL CLOSE LEABN6-CSR END-EXEC.
013280     COMPUTE WS-SEG-DAYS = WS-BILEND-INT - WS-SEG-START-INT.
013290     COMPUTE WS-SEG-CHARGE ROUNDED =
013300         WS-LEA-AMT * WS-SEG-DAYS / WS-FULL-DAYS.
013310     ADD WS-SEG-CHARGE TO WS-EXP-CHG.
013320 2770-EXIT.
013330     EXIT.
013340******************************************************
013350* 2780-CHARGE-SEGMENT - CHARGE THE DAYS UP TO ONE RATE
013360*                       CHANGE AT THE RATE BEFORE IT
013370******************************************************
013380 2780-CHARGE-SEGMENT.
013390     EXEC SQL
013400         FETCH LEABN6-CSR
013410          INTO :PAY_CNTAMD-EFFDAY, :PAY_CNTAMD-LEAAMT
013420     END-EXEC.
013430     IF SQLCODE NOT = 0
013440         MOVE "Y" TO WS-LEA-EOF-SW
013450         GO TO 2780-EXIT
013460     END-IF.
013470     MOVE PAY_CNTAMD-EFFDAY TO WS-TAX-NUM.
013480     COMPUTE WS-BND-INT =
013490         FUNCTION INTEGER-OF-DATE(WS-TAX-NUM).
013500     COMPUTE WS-SEG-DAYS = WS-BND-INT - WS-SEG-START-INT.
013510     COMPUTE WS-SEG-CHARGE ROUNDED =
013520         WS-LEA-AMT * WS-SEG-DAYS / WS-FULL-DAYS.
013530     ADD WS-SEG-CHARGE TO WS-EXP-CHG.
013540     MOVE WS-BND-INT TO WS-SEG-START-INT.
013550     MOVE PAY_CNTAMD-LEAAMT TO WS-LEA-AMT.
013560 2780-EXIT.
013570     EXIT.
013580******************************************************
013590* 2760-LEAAMT-IN-FORCE - LEAAMT ON WS-LEA-DATE: THE
013600*                        LATEST CNTAMD RATE EFFECTIVE BY
013610*                        THEN; BEFORE ANY, THE RATE THE
013620*                        FIRST APPLIED CHANGE AFTER IT
013630*                        REPLACED, ELSE GAFMST'S
013640******************************************************
013650 2760-LEAAMT-IN-FORCE.
013660     MOVE PAY_GAFMST-LEAAMT TO WS-LEA-AMT.
013670     EXEC SQL
013680         SELECT LEAAMT
013690           INTO :PAY_CNTAMD-LEAAMT
013700           FROM CNTAMD
013710          WHERE CNTNUM = :PAY_GAFMST-CNTNUM
013720            AND EFFDAY =
013730                (SELECT MAX(EFFDAY) FROM CNTAMD
013740                  WHERE CNTNUM = :PAY_GAFMST-CNTNUM
013750                    AND AMDSTS <> 'X'
013760                    AND LEAAMT <> 0
013770                    AND EFFDAY <= :WS-LEA-DATE)
013780     END-EXEC.
013790     IF SQLCODE = 0
013800         MOVE PAY_CNTAMD-LEAAMT TO WS-LEA-AMT
013810         GO TO 2760-EXIT
013820     END-IF.
013830     EXEC SQL
013840         SELECT OLDLEA
013850           INTO :PAY_CNTAMD-OLDLEA
013860           FROM CNTAMD
013870          WHERE CNTNUM = :PAY_GAFMST-CNTNUM
013880            AND EFFDAY =
013890                (SELECT MIN(EFFDAY) FROM CNTAMD
013900                  WHERE CNTNUM = :PAY_GAFMST-CNTNUM
013910                    AND AMDSTS = 'A'
013920                    AND LEAAMT <> 0
013930                    AND EFFDAY > :WS-LEA-DATE)
013940     END-EXEC.
013950     IF SQLCODE = 0
013960         MOVE PAY_CNTAMD-OLDLEA TO WS-LEA-AMT
013970     END-IF.
013980 2760-EXIT.
013990     EXIT.
