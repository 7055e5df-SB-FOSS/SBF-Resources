000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. PAY141.
000030 AUTHOR. K.SATO.
000040 INSTALLATION. SYSTEM DEVELOPMENT DEPT.
000050 DATE-WRITTEN. 2026-09-14.
000060 DATE-COMPILED.
000070******************************************************
000080* MODIFICATION HISTORY
000090*  2026-09-14  K.SATO   INITIAL VERSION - PAYOFF QUOTE
000100*                       SETTLEMENT. ONE CARD PER PAYQOT
000110*                       QUOTE THE CUSTOMER HAS ACCEPTED.
000120*                       A QUOTE STILL OPEN AND WITHIN ITS
000130*                       VALIDITY, ON A CONTRACT THAT HAS
000140*                       NOT BEEN BILLED OR CHARGED SINCE,
000150*                       IS BILLED THROUGH THE BILNBR /
000160*                       BILPRT / BILITM FLOW AS A PAYOFF
000170*                       DOCUMENT (DOCTYP P) DUE ON THE
000180*                       TERMINATION DATE, THE UNBILLED
000190*                       LATAMT GOING ON THE SAME BILL.
000200*                       OPEN CRDBAL CREDIT IS APPLIED TO
000210*                       THE OPEN ITEMS AND THE TERMINATION
000220*                       IS QUEUED ON APRQUE FOR PAY131
000230*                       APPROVAL, WHICH SETTLES THE HELD
000240*                       DEPOSIT AND CLOSES THE CONTRACT
000250*                       AT THE TERMINATION DATE
000260******************************************************
000270 ENVIRONMENT DIVISION.
000280 INPUT-OUTPUT SECTION.
000290 FILE-CONTROL.
000300     SELECT SETTRN-FILE ASSIGN TO SETTRNIN.
000310     SELECT PAY141-RPT ASSIGN TO PAY141RP.
000320 DATA DIVISION.
000330 FILE SECTION.
000340 FD  SETTRN-FILE
000350     RECORDING MODE IS F
000360     LABEL RECORDS ARE STANDARD.
000370 01  SETTRN-REC.
000380     03 ST-QOTNUM        PIC 9(007).
000390     03 ST-PSN           PIC X(004).
000400 FD  PAY141-RPT
000410     RECORDING MODE IS F
000420     LABEL RECORDS ARE STANDARD.
000430 01  PAY141-RPT-REC              PIC X(080).
000440 WORKING-STORAGE SECTION.
000450     EXEC SQL INCLUDE SQLCA END-EXEC.
000460     EXEC SQL INCLUDE PAY_GAFMST END-EXEC.
000470     EXEC SQL INCLUDE PAY_PAYQOT END-EXEC.
000480     EXEC SQL INCLUDE PAY_GAFAUD END-EXEC.
000490     EXEC SQL INCLUDE PAY_CHGLOG END-EXEC.
000500     EXEC SQL INCLUDE PAY_OPRMST END-EXEC.
000510     EXEC SQL INCLUDE PAY_APRQUE END-EXEC.
000520     EXEC SQL INCLUDE PAY_BILNBR END-EXEC.
000530     EXEC SQL INCLUDE PAY_BILNBA END-EXEC.
000540     EXEC SQL INCLUDE PAY_BILPRT END-EXEC.
000550     EXEC SQL INCLUDE PAY_BILITM END-EXEC.
000560     EXEC SQL INCLUDE PAY_CRDBAL END-EXEC.
000570     EXEC SQL INCLUDE PAY_CLTMST END-EXEC.
000580     EXEC SQL INCLUDE PAY_FXRATE END-EXEC.
000590 77  WS-EOF-SW           PIC X(001) VALUE "N".
000600     88 WS-EOF                      VALUE "Y".
000610 77  WS-ITM-EOF-SW       PIC X(001) VALUE "N".
000620     88 WS-ITM-EOF                  VALUE "Y".
000630 77  WS-TODAY            PIC X(008).
000640 77  WS-NOWTIME          PIC X(006).
000650 77  WS-REJ-RSN          PIC X(020).
000660 77  WS-PEND-CNT         PIC S9(005) COMP-3.
000670 77  WS-NEW-BILNUM       PIC X(009).
000680 77  WS-NBR-NUM          PIC 9(009).
000690 77  WS-BIL-TOTAMT       PIC S9(013) COMP-3.
000700 77  WS-APPLY-LEFT       PIC S9(013) COMP-3.
000710 77  WS-ITM-APL          PIC S9(013) COMP-3.
000720 77  WS-ITM-STS          PIC X(001).
000730 77  WS-CRD-STS          PIC X(001).
000740 77  WS-CRD-APL          PIC S9(013) COMP-3.
000750 77  WS-NUM-EDIT         PIC -(015)9.99.
000760 77  WS-LOG-TABNAM       PIC X(006).
000770 77  WS-LOG-FLDNAM       PIC X(008).
000780 77  WS-LOG-OLDVAL       PIC X(020).
000790 77  WS-LOG-NEWVAL       PIC X(020).
000800 77  WS-ACC-CNT          PIC S9(007) COMP-3 VALUE ZERO.
000810 77  WS-REJ-CNT          PIC S9(007) COMP-3 VALUE ZERO.
000820 01  WS-DETAIL-LINE.
000830     03 DL-RESULT        PIC X(009).
000840     03 FILLER           PIC X(002) VALUE SPACES.
000850     03 DL-QOTNUM        PIC 9(007).
000860     03 FILLER           PIC X(002) VALUE SPACES.
000870     03 DL-CNTNUM        PIC X(009).
000880     03 FILLER           PIC X(002) VALUE SPACES.
000890     03 DL-BILNUM        PIC X(009).
000900     03 FILLER           PIC X(002) VALUE SPACES.
000910     03 DL-REASON        PIC X(020).
000920     03 FILLER           PIC X(018) VALUE SPACES.
000930 01  WS-TOTAL-LINE.
000940     03 FILLER           PIC X(009) VALUE "SETTLED  ".
000950     03 TL-ACCEPT        PIC -(007)9.
000960     03 FILLER           PIC X(011) VALUE "  REJECTED ".
000970     03 TL-REJECT        PIC -(007)9.
000980     03 FILLER           PIC X(044) VALUE SPACES.
000990******************************************************
001000* PROCEDURE DIVISION
001010******************************************************
001020 PROCEDURE DIVISION.
001030 0000-MAINLINE.
001040     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001050     PERFORM 2000-PROCESS-SETTLEMENT THRU 2000-EXIT
001060         UNTIL WS-EOF.
001070     PERFORM 3000-TERMINATE THRU 3000-EXIT.
001080     STOP RUN.
001090******************************************************
001100* 1000-INITIALIZE - OPEN FILES, PRIME THE FIRST READ
001110******************************************************
001120 1000-INITIALIZE.
001130     EXEC SQL
001140         DECLARE SETITM-CSR CURSOR FOR
001150         SELECT BILNUM, RMNAMT
001160           FROM BILITM
001170          WHERE CNTNUM = :PAY_PAYQOT-CNTNUM
001180            AND ITMSTS <> 'C'
001190          ORDER BY BILDAY, BILNUM
001200     END-EXEC.
001210     OPEN INPUT SETTRN-FILE.
001220     OPEN OUTPUT PAY141-RPT.
001230     ACCEPT WS-TODAY FROM DATE YYYYMMDD.
001240     ACCEPT WS-NOWTIME FROM TIME.
001250     READ SETTRN-FILE
001260         AT END MOVE "Y" TO WS-EOF-SW
001270     END-READ.
001280 1000-EXIT.
001290     EXIT.
001300******************************************************
001310* 2000-PROCESS-SETTLEMENT - EDIT THE ACCEPTANCE, BILL
001320*                           THE PAYOFF AND QUEUE THE
001330*                           TERMINATION
001340******************************************************
001350 2000-PROCESS-SETTLEMENT.
001360     MOVE SPACES TO WS-REJ-RSN.
001370     MOVE SPACES TO WS-NEW-BILNUM.
001380     MOVE SPACES TO PAY_PAYQOT-CNTNUM.
001390     PERFORM 2100-EDIT-SETTLEMENT THRU 2100-EXIT.
001400     IF WS-REJ-RSN NOT = SPACES
001410         PERFORM 2900-WRITE-REJECT THRU 2900-EXIT
001420         GO TO 2000-NEXT
001430     END-IF.
001440     PERFORM 4000-CUT-PAYOFF-BILL THRU 4000-EXIT.
001450     IF PAY_GAFMST-LATAMT NOT = ZERO
001460         PERFORM 4600-CLEAR-LATAMT THRU 4600-EXIT
001470     END-IF.
001480     IF PAY_CRDBAL-CRDAMT > ZERO
001490         PERFORM 4700-APPLY-CREDIT THRU 4700-EXIT
001500     END-IF.
001510     PERFORM 5000-QUEUE-TERMINATE THRU 5000-EXIT.
001520     PERFORM 5100-CLOSE-QUOTE THRU 5100-EXIT.
001530     ADD 1 TO WS-ACC-CNT.
001540     MOVE "SETTLED" TO DL-RESULT.
001550     PERFORM 2950-WRITE-DETAIL THRU 2950-EXIT.
001560 2000-NEXT.
001570     READ SETTRN-FILE
001580         AT END MOVE "Y" TO WS-EOF-SW
001590     END-READ.
001600 2000-EXIT.
001610     EXIT.
001620******************************************************
001630* 2100-EDIT-SETTLEMENT - KNOWN ACTIVE OPERATOR, AN OPEN
001640*                        QUOTE STILL VALID TODAY, AND A
001650*                        CONTRACT UNCHANGED SINCE IT WAS
001660*                        QUOTED WITH NO TERMINATION OR
001670*                        ASSIGNMENT AWAITING APPROVAL.
001680*                        FIRST FAILURE WINS
001690******************************************************
001700 2100-EDIT-SETTLEMENT.
001710     EXEC SQL
001720         SELECT ACTFLG
001730           INTO :PAY_OPRMST-ACTFLG
001740           FROM OPRMST
001750          WHERE PSN = :ST-PSN
001760     END-EXEC.
001770     IF SQLCODE NOT = 0
001780         MOVE "OPERATOR UNKNOWN" TO WS-REJ-RSN
001790         GO TO 2100-EXIT
001800     END-IF.
001810     IF PAY_OPRMST-ACTFLG NOT = "Y"
001820         MOVE "OPERATOR INACTIVE" TO WS-REJ-RSN
001830         GO TO 2100-EXIT
001840     END-IF.
001850     MOVE ST-QOTNUM TO PAY_PAYQOT-QOTNUM.
001860     EXEC SQL
001870         SELECT CNTNUM, TRMDAY, VLDDAY, QOTCNT, DSCAMT,
001880                DSCTAX, LATAMT, PAYOFF, QOTSTS
001890           INTO :PAY_PAYQOT-CNTNUM, :PAY_PAYQOT-TRMDAY,
001900                :PAY_PAYQOT-VLDDAY, :PAY_PAYQOT-QOTCNT,
001910                :PAY_PAYQOT-DSCAMT, :PAY_PAYQOT-DSCTAX,
001920                :PAY_PAYQOT-LATAMT, :PAY_PAYQOT-PAYOFF,
001930                :PAY_PAYQOT-QOTSTS
001940           FROM PAYQOT
001950          WHERE QOTNUM = :PAY_PAYQOT-QOTNUM
001960     END-EXEC.
001970     IF SQLCODE NOT = 0
001980         MOVE SPACES TO PAY_PAYQOT-CNTNUM
001990         MOVE "QUOTE NOT ON FILE" TO WS-REJ-RSN
002000         GO TO 2100-EXIT
002010     END-IF.
002020     IF NOT PAY_PAYQOT-QUOTED
002030         MOVE "QUOTE NOT OPEN" TO WS-REJ-RSN
002040         GO TO 2100-EXIT
002050     END-IF.
002060     IF WS-TODAY > PAY_PAYQOT-VLDDAY
002070         MOVE "QUOTE EXPIRED" TO WS-REJ-RSN
002080         GO TO 2100-EXIT
002090     END-IF.
002100     IF WS-TODAY > PAY_PAYQOT-TRMDAY
002110         MOVE "TERMINATION PASSED" TO WS-REJ-RSN
002120         GO TO 2100-EXIT
002130     END-IF.
002140     EXEC SQL
002150         SELECT CNTNUM, DIVCOD, PAYCLT, PAYNAM, PAYCNT,
002160                LATAMT, CHCKYN, SNDTYP, CURCOD
002170           INTO :PAY_GAFMST-CNTNUM, :PAY_GAFMST-DIVCOD,
002180                :PAY_GAFMST-PAYCLT, :PAY_GAFMST-PAYNAM,
002190                :PAY_GAFMST-PAYCNT, :PAY_GAFMST-LATAMT,
002200                :PAY_GAFMST-CHCKYN, :PAY_GAFMST-SNDTYP,
002210                :PAY_GAFMST-CURCOD
002220           FROM GAFMST
002230          WHERE CNTNUM = :PAY_PAYQOT-CNTNUM
002240     END-EXEC.
002250     IF SQLCODE NOT = 0
002260         MOVE "CNTNUM NOT ON FILE" TO WS-REJ-RSN
002270         GO TO 2100-EXIT
002280     END-IF.
002290     IF PAY_GAFMST-CHCKYN = "Y"
002300         MOVE "CONTRACT CLOSED" TO WS-REJ-RSN
002310         GO TO 2100-EXIT
002320     END-IF.
002330     IF PAY_GAFMST-PAYCNT NOT = PAY_PAYQOT-QOTCNT
002340        OR PAY_GAFMST-LATAMT NOT = PAY_PAYQOT-LATAMT
002350         MOVE "ACCOUNT CHANGED" TO WS-REJ-RSN
002360         GO TO 2100-EXIT
002370     END-IF.
002380     EXEC SQL
002390         SELECT COUNT(*)
002400           INTO :WS-PEND-CNT
002410           FROM APRQUE
002420          WHERE CNTNUM = :PAY_PAYQOT-CNTNUM
002430            AND ACTCOD = 'T'
002440            AND APRSTS = 'P'
002450     END-EXEC.
002460     IF WS-PEND-CNT > ZERO
002470         MOVE "TERMINATE PENDING" TO WS-REJ-RSN
002480         GO TO 2100-EXIT
002490     END-IF.
002500     EXEC SQL
002510         SELECT COUNT(*)
002520           INTO :WS-PEND-CNT
002530           FROM APRQUE
002540          WHERE CNTNUM = :PAY_PAYQOT-CNTNUM
002550            AND ACTCOD = 'A'
002560            AND APRSTS = 'P'
002570     END-EXEC.
002580     IF WS-PEND-CNT > ZERO
002590         MOVE "ASSIGNMENT PENDING" TO WS-REJ-RSN
002600         GO TO 2100-EXIT
002610     END-IF.
002620     EXEC SQL
002630         SELECT CRDAMT
002640           INTO :PAY_CRDBAL-CRDAMT
002650           FROM CRDBAL
002660          WHERE CNTNUM = :PAY_PAYQOT-CNTNUM
002670            AND CRDSTS = 'O'
002680     END-EXEC.
002690     IF SQLCODE NOT = 0
002700         MOVE ZERO TO PAY_CRDBAL-CRDAMT
002710     END-IF.
002720 2100-EXIT.
002730     EXIT.
002740******************************************************
002750* 4000-CUT-PAYOFF-BILL - THE DISCOUNTED RENTALS, THEIR
002760*                        TAX AND THE LATE CHARGES ON ONE
002770*                        PAYOFF BILL DUE ON THE
002780*                        TERMINATION DATE
002790******************************************************
002800 4000-CUT-PAYOFF-BILL.
002810     PERFORM 4100-ASSIGN-BILNUM THRU 4100-EXIT.
002820     COMPUTE WS-BIL-TOTAMT =
002830         PAY_PAYQOT-DSCAMT + PAY_PAYQOT-DSCTAX
002840         + PAY_PAYQOT-LATAMT.
002850     PERFORM 4200-LOOKUP-CLIENT THRU 4200-EXIT.
002860     PERFORM 4300-INSERT-BILPRT THRU 4300-EXIT.
002870     PERFORM 4500-INSERT-BILITM THRU 4500-EXIT.
002880 4000-EXIT.
002890     EXIT.
002900******************************************************
002910* 4100-ASSIGN-BILNUM - NEXT NUMBER FROM THE SHARED
002920*                      BILNBR REGISTER, WITH THE BILNBA
002930*                      AUDIT ROW
002940******************************************************
002950 4100-ASSIGN-BILNUM.
002960     EXEC SQL
002970         UPDATE BILNBR
002980            SET LSTNUM = LSTNUM + 1
002990          WHERE NBRKEY = 'BILNUM'
003000     END-EXEC.
003010     IF SQLCODE = 100
003020         EXEC SQL
003030             INSERT INTO BILNBR
003040                 (NBRKEY, LSTNUM)
003050             VALUES
003060                 ('BILNUM', 1)
003070         END-EXEC
003080     END-IF.
003090     EXEC SQL
003100         SELECT LSTNUM
003110           INTO :PAY_BILNBR-LSTNUM
003120           FROM BILNBR
003130          WHERE NBRKEY = 'BILNUM'
003140     END-EXEC.
003150     MOVE PAY_BILNBR-LSTNUM TO WS-NBR-NUM.
003160     MOVE WS-NBR-NUM TO WS-NEW-BILNUM.
003170     EXEC SQL
003180         INSERT INTO BILNBA
003190             (BILNUM, ISSPGM, ISSDAY, ISSTIM)
003200         VALUES
003210             (:WS-NEW-BILNUM, 'PAY141', :WS-TODAY,
003220              :WS-NOWTIME)
003230     END-EXEC.
003240 4100-EXIT.
003250     EXIT.
003260******************************************************
003270* 4200-LOOKUP-CLIENT - MAILING ADDRESS FROM CLTMST
003280******************************************************
003290 4200-LOOKUP-CLIENT.
003300     EXEC SQL
003310         SELECT MALNAM, MALNM2, MALADR, MALAD2, MALAD3,
003320                ZIPCOD, ADRTYP
003330           INTO :PAY_CLTMST-MALNAM, :PAY_CLTMST-MALNM2,
003340                :PAY_CLTMST-MALADR, :PAY_CLTMST-MALAD2,
003350                :PAY_CLTMST-MALAD3, :PAY_CLTMST-ZIPCOD,
003360                :PAY_CLTMST-ADRTYP
003370           FROM CLTMST
003380          WHERE PAYCLT = :PAY_GAFMST-PAYCLT
003390     END-EXEC.
003400     IF SQLCODE NOT = 0
003410         MOVE SPACES TO PAY_CLTMST-MALNAM PAY_CLTMST-MALNM2
003420                        PAY_CLTMST-MALADR PAY_CLTMST-MALAD2
003430                        PAY_CLTMST-MALAD3 PAY_CLTMST-ZIPCOD
003440                        PAY_CLTMST-ADRTYP
003450     END-IF.
003460 4200-EXIT.
003470     EXIT.
003480******************************************************
003490* 4300-INSERT-BILPRT - THE PAYOFF BILL. LATAMT IS ADDED
003500*                      UNTAXED THE WAY BIL102 ADDS IT
003510******************************************************
003520 4300-INSERT-BILPRT.
003530     MOVE WS-NEW-BILNUM TO PAY_BILPRT-CTLNUM.
003540     MOVE WS-NEW-BILNUM TO PAY_BILPRT-BILNUM.
003550     MOVE PAY_PAYQOT-CNTNUM TO PAY_BILPRT-CNTNUM.
003560     MOVE PAY_GAFMST-DIVCOD TO PAY_BILPRT-DIVCOD.
003570     MOVE PAY_GAFMST-PAYNAM(1:44) TO PAY_BILPRT-CLTNAM.
003580     IF PAY_GAFMST-SNDTYP = SPACES
003590         MOVE "1" TO PAY_BILPRT-SNDTYP
003600     ELSE
003610         MOVE PAY_GAFMST-SNDTYP TO PAY_BILPRT-SNDTYP
003620     END-IF.
003630     MOVE PAY_CLTMST-MALNAM TO PAY_BILPRT-MALNAM.
003640     MOVE PAY_CLTMST-MALNM2 TO PAY_BILPRT-MALNM2.
003650     MOVE PAY_CLTMST-MALADR TO PAY_BILPRT-MALADR.
003660     MOVE PAY_CLTMST-MALAD2 TO PAY_BILPRT-MALAD2.
003670     MOVE PAY_CLTMST-MALAD3 TO PAY_BILPRT-MALAD3.
003680     MOVE PAY_CLTMST-ZIPCOD TO PAY_BILPRT-ZIPCOD.
003690     MOVE PAY_CLTMST-ADRTYP TO PAY_BILPRT-ADRTYP.
003700     MOVE WS-TODAY TO PAY_BILPRT-DAYBGN.
003710     MOVE PAY_PAYQOT-TRMDAY TO PAY_BILPRT-DAYEND.
003720     MOVE WS-TODAY TO PAY_BILPRT-SNDDAY.
003730     MOVE PAY_PAYQOT-DSCAMT TO PAY_BILPRT-BILAMT.
003740     MOVE PAY_PAYQOT-DSCTAX TO PAY_BILPRT-TAXAMT.
003750     MOVE 1 TO PAY_BILPRT-TAXCNT.
003760     MOVE WS-BIL-TOTAMT TO PAY_BILPRT-TOTAMT.
003770     MOVE "N" TO PAY_BILPRT-CONFLG.
003780     IF PAY_GAFMST-CURCOD = SPACES
003790         MOVE "JPY" TO PAY_BILPRT-CURCOD
003800     ELSE
003810         MOVE PAY_GAFMST-CURCOD TO PAY_BILPRT-CURCOD
003820     END-IF.
003830     PERFORM 4350-SET-EXCHANGE-RATE THRU 4350-EXIT.
003840     MOVE SPACES TO PAY_BILPRT-ASTCOD.
003850     MOVE "P" TO PAY_BILPRT-DOCTYP.
003860     MOVE SPACES TO PAY_BILPRT-ORGNUM.
003870     EXEC SQL
003880         INSERT INTO BILPRT
003890             (CTLNUM, BILNUM, CNTNUM, DIVCOD, CLTNAM,
003900              SNDTYP, MALNAM, MALNM2, MALADR, MALAD2,
003910              MALAD3, ZIPCOD, ADRTYP,
003920              DAYBGN, DAYEND, SNDDAY, BILAMT,
003930              TAXAMT, TAXCNT, TOTAMT, CONFLG, CURCOD,
003940              EXCRAT, ASTCOD, DOCTYP, ORGNUM)
003950         VALUES
003960             (:PAY_BILPRT-CTLNUM, :PAY_BILPRT-BILNUM,
003970              :PAY_BILPRT-CNTNUM, :PAY_BILPRT-DIVCOD,
003980              :PAY_BILPRT-CLTNAM, :PAY_BILPRT-SNDTYP,
003990              :PAY_BILPRT-MALNAM, :PAY_BILPRT-MALNM2,
004000              :PAY_BILPRT-MALADR, :PAY_BILPRT-MALAD2,
004010              :PAY_BILPRT-MALAD3, :PAY_BILPRT-ZIPCOD,
004020              :PAY_BILPRT-ADRTYP,
004030              :PAY_BILPRT-DAYBGN, :PAY_BILPRT-DAYEND,
004040              :PAY_BILPRT-SNDDAY, :PAY_BILPRT-BILAMT,
004050              :PAY_BILPRT-TAXAMT, :PAY_BILPRT-TAXCNT,
004060              :PAY_BILPRT-TOTAMT,
004070              :PAY_BILPRT-CONFLG, :PAY_BILPRT-CURCOD,
004080              :PAY_BILPRT-EXCRAT, :PAY_BILPRT-ASTCOD,
004090              :PAY_BILPRT-DOCTYP, :PAY_BILPRT-ORGNUM)
004100     END-EXEC.
004110 4300-EXIT.
004120     EXIT.
004130******************************************************
004140* 4350-SET-EXCHANGE-RATE - THE LATEST FXRATE RATE ON OR
004150*                          BEFORE THE ISSUE DATE FOR A
004160*                          FOREIGN CURRENCY (JPY STAYS
004170*                          AT 1)
004180******************************************************
004190 4350-SET-EXCHANGE-RATE.
004200     IF PAY_BILPRT-CURCOD = "JPY"
004210         MOVE 1 TO PAY_BILPRT-EXCRAT
004220         GO TO 4350-EXIT
004230     END-IF.
004240     EXEC SQL
004250         SELECT EXCRAT
004260           INTO :PAY_FXRATE-EXCRAT
004270           FROM FXRATE
004280          WHERE CURCOD = :PAY_BILPRT-CURCOD
004290            AND RATDAY =
004300                (SELECT MAX(RATDAY) FROM FXRATE
004310                  WHERE CURCOD = :PAY_BILPRT-CURCOD
004320                    AND RATDAY <= :WS-TODAY)
004330     END-EXEC.
004340     IF SQLCODE = 0
004350         MOVE PAY_FXRATE-EXCRAT TO PAY_BILPRT-EXCRAT
004360     ELSE
004370         DISPLAY "PAY141 - NO FXRATE FOR "
004380                 PAY_BILPRT-CURCOD " " PAY_PAYQOT-CNTNUM
004390         MOVE 1 TO PAY_BILPRT-EXCRAT
004400     END-IF.
004410 4350-EXIT.
004420     EXIT.
004430******************************************************
004440* 4500-INSERT-BILITM - THE PAYOFF BILL IS AN OPEN ITEM
004450*                      FOR PAY101 TO SETTLE
004460******************************************************
004470 4500-INSERT-BILITM.
004480     EXEC SQL
004490         INSERT INTO BILITM
004500             (BILNUM, CNTNUM, BILDAY, DUEDAY, ITMAMT,
004510              APLAMT, RMNAMT, ITMSTS, REGDAY, REGTIM,
004520              MODDAY, MODTIM, MODPSN)
004530         VALUES
004540             (:WS-NEW-BILNUM, :PAY_PAYQOT-CNTNUM, :WS-TODAY,
004550              :PAY_PAYQOT-TRMDAY, :WS-BIL-TOTAMT, 0,
004560              :WS-BIL-TOTAMT, "O", :WS-TODAY,
004570              :WS-NOWTIME, :WS-TODAY, :WS-NOWTIME,
004580              :ST-PSN)
004590     END-EXEC.
004600 4500-EXIT.
004610     EXIT.
004620******************************************************
004630* 4600-CLEAR-LATAMT - THE LATE CHARGES ARE NOW BILLED
004640******************************************************
004650 4600-CLEAR-LATAMT.
004660     MOVE "GAFMST" TO WS-LOG-TABNAM.
004670     MOVE "LATAMT" TO WS-LOG-FLDNAM.
004680     MOVE PAY_GAFMST-LATAMT TO WS-NUM-EDIT.
004690     MOVE WS-NUM-EDIT TO WS-LOG-OLDVAL.
004700     MOVE ZERO TO WS-NUM-EDIT.
004710     MOVE WS-NUM-EDIT TO WS-LOG-NEWVAL.
004720     PERFORM 4800-LOG-CHANGE THRU 4800-EXIT.
004730     EXEC SQL
004740         UPDATE GAFMST
004750            SET LATAMT = 0,
004760                MODDAY = :WS-TODAY,
004770                MODTIM = :WS-NOWTIME,
004780                MODPSN = :ST-PSN
004790          WHERE CNTNUM = :PAY_PAYQOT-CNTNUM
004800     END-EXEC.
004810 4600-EXIT.
004820     EXIT.
004830******************************************************
004840* 4700-APPLY-CREDIT - THE OPEN CREDIT BALANCE PAYS THE
004850*                     OPEN ITEMS DOWN OLDEST FIRST; WHAT
004860*                     IS USED COMES OFF CRDBAL
004870******************************************************
004880 4700-APPLY-CREDIT.
004890     MOVE PAY_CRDBAL-CRDAMT TO WS-APPLY-LEFT.
004900     MOVE "N" TO WS-ITM-EOF-SW.
004910     EXEC SQL
004920         OPEN SETITM-CSR
004930     END-EXEC.
004940     PERFORM 4750-APPLY-ONE-ITEM THRU 4750-EXIT
004950         UNTIL WS-ITM-EOF OR WS-APPLY-LEFT = ZERO.
004960     EXEC SQL
004970         CLOSE SETITM-CSR
004980     END-EXEC.
004990     COMPUTE WS-CRD-APL = PAY_CRDBAL-CRDAMT - WS-APPLY-LEFT.
005000     IF WS-CRD-APL = ZERO
005010         GO TO 4700-EXIT
005020     END-IF.
005030     IF WS-APPLY-LEFT = ZERO
005040         MOVE "A" TO WS-CRD-STS
005050     ELSE
005060         MOVE "O" TO WS-CRD-STS
005070     END-IF.
005080     EXEC SQL
005090         UPDATE CRDBAL
005100            SET CRDAMT = :WS-APPLY-LEFT,
005110                CRDSTS = :WS-CRD-STS,
005120                MODDAY = :WS-TODAY,
005130                MODTIM = :WS-NOWTIME,
005140                MODPSN = :ST-PSN
005150          WHERE CNTNUM = :PAY_PAYQOT-CNTNUM
005160     END-EXEC.
005170     MOVE "CRDBAL" TO WS-LOG-TABNAM.
005180     MOVE "CRDAMT" TO WS-LOG-FLDNAM.
005190     MOVE PAY_CRDBAL-CRDAMT TO WS-NUM-EDIT.
005200     MOVE WS-NUM-EDIT TO WS-LOG-OLDVAL.
005210     MOVE WS-APPLY-LEFT TO WS-NUM-EDIT.
005220     MOVE WS-NUM-EDIT TO WS-LOG-NEWVAL.
005230     PERFORM 4800-LOG-CHANGE THRU 4800-EXIT.
005240 4700-EXIT.
005250     EXIT.
005260******************************************************
005270* 4750-APPLY-ONE-ITEM - PAY ONE ITEM DOWN
005280******************************************************
005290 4750-APPLY-ONE-ITEM.
005300     EXEC SQL
005310         FETCH SETITM-CSR
005320             INTO :PAY_BILITM-BILNUM, :PAY_BILITM-RMNAMT
005330     END-EXEC.
005340     IF SQLCODE NOT = 0
005350         MOVE "Y" TO WS-ITM-EOF-SW
005360         GO TO 4750-EXIT
005370     END-IF.
005380     IF WS-APPLY-LEFT >= PAY_BILITM-RMNAMT
005390         MOVE PAY_BILITM-RMNAMT TO WS-ITM-APL
005400         MOVE "C" TO WS-ITM-STS
005410     ELSE
005420         MOVE WS-APPLY-LEFT TO WS-ITM-APL
005430         MOVE "P" TO WS-ITM-STS
005440     END-IF.
005450     EXEC SQL
005460         UPDATE BILITM
005470            SET APLAMT = APLAMT + :WS-ITM-APL,
005480                RMNAMT = RMNAMT - :WS-ITM-APL,
005490                ITMSTS = :WS-ITM-STS,
005500                MODDAY = :WS-TODAY,
005510                MODTIM = :WS-NOWTIME,
005520                MODPSN = :ST-PSN
005530          WHERE BILNUM = :PAY_BILITM-BILNUM
005540     END-EXEC.
005550     SUBTRACT WS-ITM-APL FROM WS-APPLY-LEFT.
005560 4750-EXIT.
005570     EXIT.
005580******************************************************
005590* 4800-LOG-CHANGE - INSERT ONE CHANGE-LOG ROW
005600******************************************************
005610 4800-LOG-CHANGE.
005620     EXEC SQL
005630         INSERT INTO CHGLOG
005640             (TABNAM, KEYVAL, FLDNAM, OLDVAL, NEWVAL,
005650              CHGDAY, CHGTIM, CHGPSN)
005660         VALUES
005670             (:WS-LOG-TABNAM, :PAY_PAYQOT-CNTNUM,
005680              :WS-LOG-FLDNAM, :WS-LOG-OLDVAL,
005690              :WS-LOG-NEWVAL, :WS-TODAY, :WS-NOWTIME,
005700              :ST-PSN)
005710     END-EXEC.
005720 4800-EXIT.
005730     EXIT.
005740******************************************************
005750* 5000-QUEUE-TERMINATE - HOLD THE TERMINATION ON THE
005760*                        APRQUE FOUR-EYES QUEUE THE
005770*                        PAY112 WAY
005780******************************************************
005790 5000-QUEUE-TERMINATE.
005800     EXEC SQL
005810         SELECT COUNT(*) + 1
005820           INTO :PAY_APRQUE-APRSEQ
005830           FROM APRQUE
005840     END-EXEC.
005850     EXEC SQL
005860         INSERT INTO APRQUE
005870             (APRSEQ, ACTCOD, CNTNUM, PAYAMT, ENTPSN,
005880              ENTDAY, ENTTIM, APRSTS, APRPSN, APRDAY, APRTIM)
005890         VALUES
005900             (:PAY_APRQUE-APRSEQ, "T", :PAY_PAYQOT-CNTNUM,
005910              0, :ST-PSN, :WS-TODAY, :WS-NOWTIME, "P",
005920              " ", " ", " ")
005930     END-EXEC.
005940 5000-EXIT.
005950     EXIT.
005960******************************************************
005970* 5100-CLOSE-QUOTE - MARK THE QUOTE SETTLED AND LEAVE
005980*                    THE GAFAUD TRAIL
005990******************************************************
006000 5100-CLOSE-QUOTE.
006010     EXEC SQL
006020         UPDATE PAYQOT
006030            SET QOTSTS = 'S',
006040                BILNUM = :WS-NEW-BILNUM,
006050                APRSEQ = :PAY_APRQUE-APRSEQ,
006060                SETDAY = :WS-TODAY,
006070                SETPSN = :ST-PSN,
006080                MODDAY = :WS-TODAY,
006090                MODTIM = :WS-NOWTIME,
006100                MODPSN = :ST-PSN
006110          WHERE QOTNUM = :PAY_PAYQOT-QOTNUM
006120     END-EXEC.
006130     EXEC SQL
006140         INSERT INTO GAFAUD
006150             (CNTNUM, ACTCOD, RSNCOD, AUDPSN, AUDDAY, AUDTIM)
006160         VALUES
006170             (:PAY_PAYQOT-CNTNUM, "S", "PYOF", :ST-PSN,
006180              :WS-TODAY, :WS-NOWTIME)
006190     END-EXEC.
006200 5100-EXIT.
006210     EXIT.
006220******************************************************
006230* 2900-WRITE-REJECT - ONE REGISTER LINE PER REJECT
006240******************************************************
006250 2900-WRITE-REJECT.
006260     ADD 1 TO WS-REJ-CNT.
006270     MOVE "REJECTED" TO DL-RESULT.
006280     PERFORM 2950-WRITE-DETAIL THRU 2950-EXIT.
006290 2900-EXIT.
006300     EXIT.
006310******************************************************
006320* 2950-WRITE-DETAIL - ECHO THE CARD TO THE REGISTER
006330******************************************************
006340 2950-WRITE-DETAIL.
006350     MOVE ST-QOTNUM TO DL-QOTNUM.
006360     MOVE PAY_PAYQOT-CNTNUM TO DL-CNTNUM.
006370     MOVE WS-NEW-BILNUM TO DL-BILNUM.
006380     MOVE WS-REJ-RSN TO DL-REASON.
006390     WRITE PAY141-RPT-REC FROM WS-DETAIL-LINE.
006400 2950-EXIT.
006410     EXIT.
006420******************************************************
006430* 3000-TERMINATE - CONTROL COUNTS, COMMIT THE WORK
006440******************************************************
006450 3000-TERMINATE.
006460     MOVE WS-ACC-CNT TO TL-ACCEPT.
006470     MOVE WS-REJ-CNT TO TL-REJECT.
006480     WRITE PAY141-RPT-REC FROM WS-TOTAL-LINE.
006490     EXEC SQL
006500         COMMIT
006510     END-EXEC.
006520     CLOSE SETTRN-FILE.
006530     CLOSE PAY141-RPT.
006540 3000-EXIT.
006550     EXIT.
