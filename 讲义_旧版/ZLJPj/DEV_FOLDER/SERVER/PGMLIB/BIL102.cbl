001180*                       BILLED THROUGH PAYEND IS NOW
001190*                       REPORTED FULLY BILLED AND NEVER
001200*                       CUTS A NEGATIVE-PERIOD BILL
001201*  2026-09-09  K.SATO   CYCLE BILLS ARE WRITTEN WITH A
001202*                       BLANK DOCTYP AND ORGNUM SO BIL111
001203*                       CREDIT NOTES AND RE-BILLS CAN BE
001204*                       TOLD APART ON BILPRT AND BILELE
001205*  2026-09-11  K.SATO   BILL EACH PERIOD FROM THE CNTAMD
001206*                       TERMS IN FORCE FOR IT - PAYCYC,
001207*                       PAYEND AND LEAAMT, SPLIT BY DAYS AT
001208*                       A RATE CHANGE. NO RUN WHILE PAY138
001209*                       IS ROLLING AMENDMENTS ONTO GAFMST
001210*  2026-09-14  K.SATO   A CONTRACT WITH A SETTLED PAYQOT
001211*                       PAYOFF IS NOT BILLED AGAIN WHILE
001212*                       ITS TERMINATION AWAITS PAY131
001213******************************************************
001220 ENVIRONMENT DIVISION.
001230 INPUT-OUTPUT SECTION.
001240 FILE-CONTROL.
001580     EXEC SQL INCLUDE PAY_RUNCTL END-EXEC.
001590     EXEC SQL INCLUDE PAY_TAXTAB END-EXEC.
001600     EXEC SQL INCLUDE PAY_FXRATE END-EXEC.
001601     EXEC SQL INCLUDE PAY_CNTAMD END-EXEC.
001610 77  WS-EOF-SW           PIC X(001) VALUE "N".
001620     88 WS-EOF                      VALUE "Y".
001630 77  WS-FOUND-SW         PIC X(001) VALUE "N".
002390 77  WS-TAX-SEGS         PIC S9(004) COMP-3.
002400 77  WS-BND-EOF-SW       PIC X(001).
002410     88 WS-BND-EOF                  VALUE "Y".
002411 77  WS-ANC-DATE         PIC X(008).
002412 77  WS-ANC-CNT          PIC S9(003) COMP-3.
002413 77  WS-TRM-PAYEND       PIC X(008).
002414 77  WS-LEA-DATE         PIC X(008).
002415 77  WS-LEA-AMT          PIC S9(013) COMP-3.
002416 77  WS-LEA-BNDS         PIC S9(005) COMP-3.
002417 77  WS-SEG-CHARGE       PIC S9(013) COMP-3.
002418 77  WS-LEA-EOF-SW       PIC X(001).
002419     88 WS-LEA-EOF                  VALUE "Y".
002420 01  WS-DUE-DATE.
002430     03 WS-DUE-DATE-YYYY PIC 9(004).
002440     03 WS-DUE-DATE-MM   PIC 9(002).
003230               FROM GAFMST
003240              WHERE HOLSFT <> 'Y'
003250                AND CHCKYN <> 'Y'
003251                AND NOT EXISTS
003252                    (SELECT 1 FROM PAYQOT Q
003253                      WHERE Q.CNTNUM = GAFMST.CNTNUM
003254                        AND Q.QOTSTS = 'S')
003260              ORDER BY CNTNUM
003270     END-EXEC.
003280     EXEC SQL
003470     ELSE
003480         IF WS-ENDED
003490             MOVE PAY_GAFMST-CNTNUM TO ED-CNTNUM
003500             MOVE WS-TRM-PAYEND TO ED-PAYEND
003510             WRITE BIL102-RPT-REC FROM WS-ENDED-LINE
003520         ELSE
003530             MOVE PAY_GAFMST-CNTNUM TO SK-CNTNUM
003830******************************************************
003840* 2200-CHECK-DUE - NEXT DUE DATE = PAYBGN + PAYCYC MONTHS
003850*                  TIMES (PAYCNT + 1) BILLINGS ALREADY DONE
003851*                  ON THE SCHEDULE IN FORCE - THE LATEST
003852*                  CNTAMD CYCLE CHANGE AT OR BEFORE PAYCNT
003853*                  RESTARTS THE COUNT FROM ITS EFFDAY
003860******************************************************
003870 2200-CHECK-DUE.
003880     MOVE "N" TO WS-DUE-SW.
003890     MOVE "N" TO WS-ENDED-SW.
003900     PERFORM 2220-CYCLE-IN-FORCE THRU 2220-EXIT.
003910     MOVE WS-ANC-DATE(1:4) TO WS-BGN-YYYY.
003920     MOVE WS-ANC-DATE(5:2) TO WS-BGN-MM.
003930     MOVE PAY_GAFMST-PAYBGN(7:2) TO WS-BGN-DD.
003940     COMPUTE WS-BASE-MOS =
003950         (WS-BGN-YYYY * 12) + WS-BGN-MM - 1.
003960     COMPUTE WS-DUE-MOS =
003970         WS-BASE-MOS
003971         + (WS-CYC-MOS * (PAY_GAFMST-PAYCNT - WS-ANC-CNT + 1)).
003980     COMPUTE WS-DUE-YYYY = WS-DUE-MOS / 12.
003990     COMPUTE WS-DUE-MM = (WS-DUE-MOS - (WS-DUE-YYYY * 12)) + 1.
004000     MOVE WS-DUE-YYYY TO WS-DUE-DATE-YYYY.
004040     PERFORM 2210-CLAMP-DAY THRU 2210-EXIT.
004050     MOVE WS-CLP-DATE TO WS-DUE-DATE.
004060     COMPUTE WS-PER-MOS =
004070         WS-BASE-MOS
004071         + (WS-CYC-MOS * (PAY_GAFMST-PAYCNT - WS-ANC-CNT)).
004080     COMPUTE WS-PER-YYYY = WS-PER-MOS / 12.
004090     COMPUTE WS-PER-MM =
004100         (WS-PER-MOS - (WS-PER-YYYY * 12)) + 1.
004150     PERFORM 2210-CLAMP-DAY THRU 2210-EXIT.
004160     MOVE WS-CLP-DATE TO WS-PER-DATE.
004170     MOVE WS-DUE-DATE TO WS-RAW-DUE.
004171     PERFORM 2230-PAYEND-IN-FORCE THRU 2230-EXIT.
004180     MOVE WS-DUE-DATE TO WS-ROLL-DATE.
004190     PERFORM 5100-ROLL-BUSDAY THRU 5100-EXIT.
004200     MOVE WS-ROLL-DATE TO WS-DUE-DATE.
004220         MOVE "Y" TO WS-DUE-SW
004230     END-IF.
004240     IF WS-DUE
004250        AND WS-TRM-PAYEND > SPACES
004260         MOVE WS-PER-DATE TO WS-CHK-BGN
004270         IF PAY_GAFMST-PAYBGN > WS-CHK-BGN
004280             MOVE PAY_GAFMST-PAYBGN TO WS-CHK-BGN
004290         END-IF
004300         IF WS-TRM-PAYEND NOT > WS-CHK-BGN
004310             MOVE "N" TO WS-DUE-SW
004320             MOVE "Y" TO WS-ENDED-SW
004330         END-IF
005900     MOVE "P" TO PAY_BILELE-DLVSTS.
005910     MOVE SPACES TO PAY_BILELE-SNDTIM.
005920     MOVE ZERO TO PAY_BILELE-FALCNT.
005921     MOVE " " TO PAY_BILELE-DOCTYP.
005922     MOVE SPACES TO PAY_BILELE-ORGNUM.
005930     EXEC SQL
005940         INSERT INTO BILELE
005950             (CTLNUM, BILNUM, CNTNUM, CLTNAM, EMLADR,
005960              DAYBGN, DAYEND, SNDDAY, BILAMT, TAXAMT,
005970              TOTAMT, DLVSTS, SNDTIM, FALCNT, DOCTYP,
005971              ORGNUM)
005980         VALUES
005990             (:PAY_BILELE-CTLNUM, :PAY_BILELE-BILNUM,
006000              :PAY_BILELE-CNTNUM, :PAY_BILELE-CLTNAM,
006020              :PAY_BILELE-DAYEND, :PAY_BILELE-SNDDAY,
006030              :PAY_BILELE-BILAMT, :PAY_BILELE-TAXAMT,
006040              :PAY_BILELE-TOTAMT, :PAY_BILELE-DLVSTS,
006050              :PAY_BILELE-SNDTIM, :PAY_BILELE-FALCNT,
006051              :PAY_BILELE-DOCTYP, :PAY_BILELE-ORGNUM)
006060     END-EXEC.
006070 2500-EXIT.
006080     EXIT.
006410     END-IF.
006420     PERFORM 2370-SET-CURRENCY THRU 2370-EXIT.
006430     MOVE WS-EQP-SISAN TO PAY_BILPRT-ASTCOD.
006431     MOVE " " TO PAY_BILPRT-DOCTYP.
006432     MOVE SPACES TO PAY_BILPRT-ORGNUM.
006440     EXEC SQL
006450         INSERT INTO BILPRT
006460             (CTLNUM, BILNUM, CNTNUM, DIVCOD, CLTNAM,
006480              MALAD3, ZIPCOD, ADRTYP,
006490              DAYBGN, DAYEND, SNDDAY, BILAMT,
006500              TAXAMT, TAXCNT, TOTAMT, CONFLG, CURCOD,
006510              EXCRAT, ASTCOD, DOCTYP, ORGNUM)
006520         VALUES
006530             (:PAY_BILPRT-CTLNUM, :PAY_BILPRT-BILNUM,
006540              :PAY_BILPRT-CNTNUM, :PAY_BILPRT-DIVCOD,
006620              :PAY_BILPRT-TAXAMT, :PAY_BILPRT-TAXCNT,
006630              :PAY_BILPRT-TOTAMT,
006640              :PAY_BILPRT-CONFLG, :PAY_BILPRT-CURCOD,
006650              :PAY_BILPRT-EXCRAT, :PAY_BILPRT-ASTCOD,
006651              :PAY_BILPRT-DOCTYP, :PAY_BILPRT-ORGNUM)
006660     END-EXEC.
006670 2600-EXIT.
006680     EXIT.
009020         DISPLAY "BIL102 - PAY111 STILL RUNNING"
009030         PERFORM 1090-REFUSE-START THRU 1090-EXIT
009040     END-IF.
009041     EXEC SQL
009042         SELECT COUNT(*) INTO :WS-RC-CNT
009043           FROM RUNCTL
009044          WHERE PGMNAM = 'PAY138' AND RUNSTS = 'R'
009045     END-EXEC.
009046     IF WS-RC-CNT > 0
009047         DISPLAY "BIL102 - PAY138 STILL RUNNING"
009048         PERFORM 1090-REFUSE-START THRU 1090-EXIT
009049     END-IF.
009050     EXEC SQL
009060         SELECT RUNSTS
009070           INTO :WS-RC-STS
010980*                      CYCLE: THE FIRST BILL STARTS AT
010990*                      PAYBGN, THE FINAL BILL STOPS AT
011000*                      PAYEND
011001*                      THE LEAAMT AND PAYEND ARE THOSE
011002*                      IN FORCE ON CNTAMD, THE CHARGE SPLIT
011003*                      BY DAYS AT A RATE CHANGE INSIDE THE
011004*                      PERIOD
011010******************************************************
011020 2390-PRORATE-CHARGE.
011040     MOVE "N" TO WS-FINAL-SW.
011050     MOVE WS-PER-DATE TO WS-BIL-BGN.
011060     IF PAY_GAFMST-PAYBGN > WS-BIL-BGN
011070         MOVE PAY_GAFMST-PAYBGN TO WS-BIL-BGN
011080     END-IF.
011090     MOVE WS-RAW-DUE TO WS-BIL-END.
011100     IF WS-TRM-PAYEND < WS-RAW-DUE
011110         MOVE WS-TRM-PAYEND TO WS-BIL-END
011120         MOVE "Y" TO WS-FINAL-SW
011130     END-IF.
011140     MOVE WS-PER-DATE TO WS-TAX-NUM.
011280     IF WS-BILL-DAYS < ZERO
011290         MOVE ZERO TO WS-BILL-DAYS
011300     END-IF.
011301     MOVE WS-BIL-BGN TO WS-LEA-DATE.
011302     PERFORM 2394-LEAAMT-IN-FORCE THRU 2394-EXIT.
011303     MOVE WS-LEA-AMT TO WS-CYC-CHARGE.
011310     IF WS-FULL-DAYS > ZERO
011320        AND WS-BILL-DAYS NOT = WS-FULL-DAYS
011330         COMPUTE WS-CYC-CHARGE ROUNDED =
011340             WS-LEA-AMT
011350             * WS-BILL-DAYS / WS-FULL-DAYS
011360     END-IF.
011361     PERFORM 2392-SPLIT-CHARGE THRU 2392-EXIT.
011370     IF WS-FINAL-BILL
011380         MOVE WS-BIL-END TO WS-STORE-END
011390     ELSE
011410     END-IF.
011420 2390-EXIT.
011430     EXIT.
011440******************************************************
011450* 2220-CYCLE-IN-FORCE - THE SCHEDULE PERIOD PAYCNT + 1
011460*                       FALLS ON. A CYCLE CHANGE ON CNTAMD
011470*                       TAKES OVER AT ITS BASCNT FROM ITS
011480*                       EFFDAY; BEFORE ANY, PAYBGN WITH THE
011490*                       CYCLE THE FIRST APPLIED CHANGE
011500*                       REPLACED, ELSE GAFMST'S OWN
011510******************************************************
011520 2220-CYCLE-IN-FORCE.
011530     EXEC SQL
011540         SELECT EFFDAY, PAYCYC, BASCNT
011550           INTO :PAY_CNTAMD-EFFDAY, :PAY_CNTAMD-PAYCYC,
011560                :PAY_CNTAMD-BASCNT
011570           FROM CNTAMD
011580          WHERE CNTNUM = :PAY_GAFMST-CNTNUM
011590            AND EFFDAY =
011600                (SELECT MAX(EFFDAY) FROM CNTAMD
011610                  WHERE CNTNUM = :PAY_GAFMST-CNTNUM
011620                    AND AMDSTS <> 'X'
011630                    AND PAYCYC <> ' '
011640                    AND BASCNT <= :PAY_GAFMST-PAYCNT)
011650     END-EXEC.
011660     IF SQLCODE = 0
011670         MOVE PAY_CNTAMD-EFFDAY TO WS-ANC-DATE
011680         MOVE PAY_CNTAMD-PAYCYC TO WS-CYC-MOS
011690         MOVE PAY_CNTAMD-BASCNT TO WS-ANC-CNT
011700     ELSE
011710         MOVE PAY_GAFMST-PAYBGN TO WS-ANC-DATE
011720         MOVE PAY_GAFMST-PAYCYC TO WS-CYC-MOS
011730         MOVE ZERO TO WS-ANC-CNT
011740         EXEC SQL
011750             SELECT OLDCYC
011760               INTO :PAY_CNTAMD-OLDCYC
011770               FROM CNTAMD
011780              WHERE CNTNUM = :PAY_GAFMST-CNTNUM
011790                AND EFFDAY =
011800                    (SELECT MIN(EFFDAY) FROM CNTAMD
011810                      WHERE CNTNUM = :PAY_GAFMST-CNTNUM
011820                        AND AMDSTS = 'A'
011830                        AND PAYCYC <> ' ')
011840         END-EXEC
011850         IF SQLCODE = 0
011860             MOVE PAY_CNTAMD-OLDCYC TO WS-CYC-MOS
011870         END-IF
011880     END-IF.
011890 2220-EXIT.
011900     EXIT.
011910******************************************************
011920* 2230-PAYEND-IN-FORCE - PAYEND AS AMENDED BY THE LATEST
011930*                        CNTAMD CHANGE EFFECTIVE BEFORE
011940*                        THE PERIOD CLOSES; BEFORE ANY,
011950*                        THE PAYEND THE FIRST APPLIED
011960*                        CHANGE REPLACED, ELSE GAFMST'S
011970******************************************************
011980 2230-PAYEND-IN-FORCE.
011990     MOVE PAY_GAFMST-PAYEND TO WS-TRM-PAYEND.
012000     EXEC SQL
012010         SELECT PAYEND
012020           INTO :PAY_CNTAMD-PAYEND
012030           FROM CNTAMD
012040          WHERE CNTNUM = :PAY_GAFMST-CNTNUM
012050            AND EFFDAY =
012060                (SELECT MAX(EFFDAY) FROM CNTAMD
012070                  WHERE CNTNUM = :PAY_GAFMST-CNTNUM
012080                    AND AMDSTS <> 'X'
012090                    AND PAYEND <> ' '
012100                    AND EFFDAY < :WS-RAW-DUE)
012110     END-EXEC.
012120     IF SQLCODE = 0
012130         MOVE PAY_CNTAMD-PAYEND TO WS-TRM-PAYEND
012140         GO TO 2230-EXIT
012150     END-IF.
012160     EXEC SQL
012170         SELECT OLDEND
012180           INTO :PAY_CNTAMD-OLDEND
012190           FROM CNTAMD
012200          WHERE CNTNUM = :PAY_GAFMST-CNTNUM
012210            AND EFFDAY =
012220                (SELECT MIN(EFFDAY) FROM CNTAMD
012230                  WHERE CNTNUM = :PAY_GAFMST-CNTNUM
012240                    AND AMDSTS = 'A'
012250                    AND PAYEND <> ' '
012260                    AND EFFDAY >= :WS-RAW-DUE)
012270     END-EXEC.
012280     IF SQLCODE = 0
012290         MOVE PAY_CNTAMD-OLDEND TO WS-TRM-PAYEND
012300     END-IF.
012310 2230-EXIT.
012320     EXIT.
012330******************************************************
012340* 2392-SPLIT-CHARGE - A LEAAMT CHANGE EFFECTIVE INSIDE
012350*                     THE BILLED DAYS SPLITS THE CHARGE,
012360*                     EACH RATE PRORATED BY ITS OWN DAYS
012370*                     OVER THE FULL PERIOD
012380******************************************************
012390 2392-SPLIT-CHARGE.
012400     IF WS-FULL-DAYS NOT > ZERO
012410         GO TO 2392-EXIT
012420     END-IF.
012430     EXEC SQL
012440         SELECT COUNT(*)
012450           INTO :WS-LEA-BNDS
012460           FROM CNTAMD
012470          WHERE CNTNUM = :PAY_GAFMST-CNTNUM
012480            AND AMDSTS <> 'X'
012490            AND LEAAMT <> 0
012500            AND EFFDAY > :WS-BIL-BGN
012510            AND EFFDAY < :WS-BIL-END
012520     END-EXEC.
012530     IF WS-LEA-BNDS = 0
012540         GO TO 2392-EXIT
012550     END-IF.
012560     MOVE ZERO TO WS-CYC-CHARGE.
012570     MOVE WS-BILBGN-INT TO WS-SEG-START-INT.
012580     EXEC SQL
012590         DECLARE LEABND-CSR CURSOR FOR
012600         SELECT EFFDAY, LEAAMT
012610           FROM CNTAMD
012620          WHERE CNTNUM = :PAY_GAFMST-CNTNUM
012630            AND AMDSTS <> 'X'
012640            AND LEAAMT <> 0
012650            AND EFFDAY > :WS-BIL-BGN
012660            AND EFFDAY < :WS-BIL-END
012670          ORDER BY EFFDAY
012680     END-EXEC.
012690     EXEC SQL OPEN LEABND-CSR END-EXEC.
012700     MOVE "N" TO WS-LEA-EOF-SW.
012710     PERFORM 2393-CHARGE-SEGMENT THRU 2393-EXIT
012720         UNTIL WS-LEA-EOF.
012730     EXEC SQL CLOSE LEABND-CSR END-EXEC.
012740     COMPUTE WS-SEG-DAYS = WS-BILEND-INT - WS-SEG-START-INT.
012750     COMPUTE WS-SEG-CHARGE ROUNDED =
012760         WS-LEA-AMT * WS-SEG-DAYS / WS-FULL-DAYS.
012770     ADD WS-SEG-CHARGE TO WS-CYC-CHARGE.
012780 2392-EXIT.
012790     EXIT.
012800******************************************************
012810* 2393-CHARGE-SEGMENT - CHARGE THE DAYS UP TO ONE RATE
012820*                       CHANGE AT THE RATE BEFORE IT
012830******************************************************
012840 2393-CHARGE-SEGMENT.
012850     EXEC SQL
012860         FETCH LEABND-CSR
012870          INTO :PAY_CNTAMD-EFFDAY, :PAY_CNTAMD-LEAAMT
012880     END-EXEC.
012890     IF SQLCODE NOT = 0
012900         MOVE "Y" TO WS-LEA-EOF-SW
012910         GO TO 2393-EXIT
012920     END-IF.
012930     MOVE PAY_CNTAMD-EFFDAY TO WS-TAX-NUM.
012940     COMPUTE WS-BND-INT =
012950         FUNCTION INTEGER-OF-DATE(WS-TAX-NUM).
012960     COMPUTE WS-SEG-DAYS = WS-BND-INT - WS-SEG-START-INT.
012970     COMPUTE WS-SEG-CHARGE ROUNDED =
012980         WS-LEA-AMT * WS-SEG-DAYS / WS-FULL-DAYS.
012990     ADD WS-SEG-CHARGE TO WS-CYC-CHARGE.
013000     MOVE WS-BND-INT TO WS-SEG-START-INT.
013010     MOVE PAY_CNTAMD-LEAAMT TO WS-LEA-AMT.
013020 2393-EXIT.
013030     EXIT.
013040******************************************************
013050* 2394-LEAAMT-IN-FORCE - LEAAMT ON WS-LEA-DATE: THE
013060*                        LATEST CNTAMD RATE EFFECTIVE BY
013070*                        THEN; BEFORE ANY, THE RATE THE
013080*                        FIRST APPLIED CHANGE AFTER IT
013090*                        REPLACED, ELSE GAFMST'S
013100******************************************************
013110 2394-LEAAMT-IN-FORCE.
013120     MOVE PAY_GAFMST-LEAAMT TO WS-LEA-AMT.
013130     EXEC SQL
013140         SELECT LEAAMT
013150           INTO :PAY_CNTAMD-LEAAMT
013160           FROM CNTAMD
013170          WHERE CNTNUM = :PAY_GAFMST-CNTNUM
013180            AND EFFDAY =
013190                (SELECT MAX(EFFDAY) FROM CNTAMD
013200                  WHERE CNTNUM = :PAY_GAFMST-CNTNUM
013210                    AND AMDSTS <> 'X'
013220                    AND LEAAMT <> 0
013230                    AND EFFDAY <= :WS-LEA-DATE)
013240     END-EXEC.
013250     IF SQLCODE = 0
013260         MOVE PAY_CNTAMD-LEAAMT TO WS-LEA-AMT
013270         GO TO 2394-EXIT
013280     END-IF.
013290     EXEC SQL
013300         SELECT OLDLEA
013310           INTO :PAY_CNTAMD-OLDLEA
013320           FROM CNTAMD
013330          WHERE CNTNUM = :PAY_GAFMST-CNTNUM
013340            AND EFFDAY =
013350                (SELECT MIN(EFFDAY) FROM CNTAMD
013360                  WHERE CNTNUM = :PAY_GAFMST-CNTNUM
013370                    AND AMDSTS = 'A'
013380                    AND LEAAMT <> 0
013390                    AND EFFDAY > :WS-LEA-DATE)
013400     END-EXEC.
013410     IF SQLCODE = 0
013420         MOVE PAY_CNTAMD-OLDLEA TO WS-LEA-AMT
013430     END-IF.
013440 2394-EXIT.
013450     EXIT.
