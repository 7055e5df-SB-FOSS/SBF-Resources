000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. PAY143.
000030 AUTHOR. K.SATO.
000040 INSTALLATION. SYSTEM DEVELOPMENT DEPT.
000050 DATE-WRITTEN. 2026-09-18.
000060 DATE-COMPILED.
000070******************************************************
000080* MODIFICATION HISTORY
000090*  2026-09-18  K.SATO   INITIAL VERSION - PROMISE-TO-PAY
000100*                       ARRANGEMENT MAINTENANCE. ONE CARD
000110*                       TAKES A PROMISE FOR A CNTNUM - UP
000120*                       TO 12 INSTALMENT DATES AND AMOUNTS
000130*                       AND THE OPERATOR WHO TOOK IT - OR
000140*                       CANCELS THE ONE IN GOOD STANDING.
000150*                       THE PAYDUN LEVEL AT THE TIME IS
000160*                       KEPT ON PAYARR SO A BROKEN PROMISE
000170*                       CAN PUT THE CONTRACT BACK WHERE IT
000180*                       WAS. PAY110 AND PAY111 PASS OVER
000190*                       THE CONTRACT WHILE THE PROMISE
000200*                       STANDS; PAY144 MONITORS IT NIGHTLY
000210******************************************************
000220 ENVIRONMENT DIVISION.
000230 INPUT-OUTPUT SECTION.
000240 FILE-CONTROL.
000250     SELECT ARRTRN-FILE ASSIGN TO ARRTRNIN.
000260     SELECT PAY143-RPT ASSIGN TO PAY143RP.
000270 DATA DIVISION.
000280 FILE SECTION.
000290 FD  ARRTRN-FILE
000300     RECORDING MODE IS F
000310     LABEL RECORDS ARE STANDARD.
000320 01  ARRTRN-REC.
000330     03 AR-ACTCOD        PIC X(001).
000340         88 AR-ADD                 VALUE "A".
000350         88 AR-CANCEL              VALUE "D".
000360     03 AR-CNTNUM        PIC X(009).
000370     03 AR-PSN           PIC X(004).
000380     03 AR-INSCNT        PIC 9(002).
000390     03 AR-INS           OCCURS 12.
000400        05 AR-INSDAY     PIC X(008).
000410        05 AR-INSAMT     PIC S9(013) COMP-3.
000420 FD  PAY143-RPT
000430     RECORDING MODE IS F
000440     LABEL RECORDS ARE STANDARD.
000450 01  PAY143-RPT-REC              PIC X(080).
000460 WORKING-STORAGE SECTION.
000470     EXEC SQL INCLUDE SQLCA END-EXEC.
000480     EXEC SQL INCLUDE PAY_GAFMST END-EXEC.
000490     EXEC SQL INCLUDE PAY_GAFAUD END-EXEC.
000500     EXEC SQL INCLUDE PAY_PAYDUN END-EXEC.
000510     EXEC SQL INCLUDE PAY_PAYARR END-EXEC.
000520     EXEC SQL INCLUDE PAY_ARRINS END-EXEC.
000530     EXEC SQL INCLUDE PAY_OPRMST END-EXEC.
000540 77  WS-EOF-SW           PIC X(001) VALUE "N".
000550     88 WS-EOF                      VALUE "Y".
000560 77  WS-FOUND-SW         PIC X(001) VALUE "N".
000570     88 WS-FOUND                    VALUE "Y".
000580 77  WS-ARR-FOUND-SW     PIC X(001) VALUE "N".
000590     88 WS-ARR-FOUND                VALUE "Y".
000600 77  WS-DATE-OK-SW       PIC X(001) VALUE "N".
000610     88 WS-DATE-OK                  VALUE "Y".
000620 77  WS-REJ-RSN          PIC X(020).
000630 77  WS-TODAY            PIC X(008).
000640 77  WS-NOWTIME          PIC X(006).
000650 77  WS-VAL-DATE         PIC X(008).
000660 77  WS-VAL-YYYY         PIC 9(004).
000670 77  WS-VAL-MM           PIC 9(002).
000680 77  WS-VAL-DD           PIC 9(002).
000690 77  WS-VAL-MAXDD        PIC 9(002).
000700 77  WS-LEAP-REM4        PIC 9(004).
000710 77  WS-LEAP-REM100      PIC 9(004).
000720 77  WS-LEAP-REM400      PIC 9(004).
000730 77  WS-LEAP-QUOT        PIC 9(004).
000740 77  WS-INS-IDX          PIC S9(003) COMP-3.
000750 77  WS-PRV-INSDAY       PIC X(008).
000760 77  WS-ARR-TOTAL        PIC S9(013) COMP-3.
000770 77  WS-WOF-CNT          PIC S9(007) COMP-3.
000780 77  WS-ACC-CNT          PIC S9(007) COMP-3 VALUE ZERO.
000790 77  WS-REJ-CNT          PIC S9(007) COMP-3 VALUE ZERO.
000800 01  WS-DETAIL-LINE.
000810     03 DL-RESULT        PIC X(009).
000820     03 FILLER           PIC X(002) VALUE SPACES.
000830     03 DL-ACTCOD        PIC X(001).
000840     03 FILLER           PIC X(002) VALUE SPACES.
000850     03 DL-CNTNUM        PIC X(009).
000860     03 FILLER           PIC X(002) VALUE SPACES.
000870     03 DL-PSN           PIC X(004).
000880     03 FILLER           PIC X(002) VALUE SPACES.
000890     03 DL-AMOUNT        PIC -(011)9.99.
000900     03 FILLER           PIC X(002) VALUE SPACES.
000910     03 DL-REASON        PIC X(020).
000920     03 FILLER           PIC X(010) VALUE SPACES.
000930 01  WS-TOTAL-LINE.
000940     03 FILLER           PIC X(009) VALUE "ACCEPTED ".
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
001050     PERFORM 2000-PROCESS-TRAN THRU 2000-EXIT
001060         UNTIL WS-EOF.
001070     PERFORM 3000-TERMINATE THRU 3000-EXIT.
001080     STOP RUN.
001090******************************************************
001100* 1000-INITIALIZE - OPEN FILES, PRIME THE FIRST READ
001110******************************************************
001120 1000-INITIALIZE.
001130     OPEN INPUT ARRTRN-FILE.
001140     OPEN OUTPUT PAY143-RPT.
001150     ACCEPT WS-TODAY FROM DATE YYYYMMDD.
001160     ACCEPT WS-NOWTIME FROM TIME.
001170     READ ARRTRN-FILE
001180         AT END MOVE "Y" TO WS-EOF-SW
001190     END-READ.
001200 1000-EXIT.
001210     EXIT.
001220******************************************************
001230* 2000-PROCESS-TRAN - CHECK THE OPERATOR, THEN ROUTE
001240*                     ONE TRANSACTION BY ACTCOD
001250******************************************************
001260 2000-PROCESS-TRAN.
001270     MOVE SPACES TO WS-REJ-RSN.
001280     MOVE ZERO TO WS-ARR-TOTAL.
001290     PERFORM 2050-CHECK-OPERATOR THRU 2050-EXIT.
001300     IF WS-REJ-RSN NOT = SPACES
001310         PERFORM 2900-WRITE-REJECT THRU 2900-EXIT
001320         GO TO 2000-NEXT
001330     END-IF.
001340     PERFORM 2100-LOOKUP-CONTRACT THRU 2100-EXIT.
001350     PERFORM 2150-LOOKUP-ARRANGEMENT THRU 2150-EXIT.
001360     IF AR-ADD
001370         PERFORM 2200-ADD-ARRANGEMENT THRU 2200-EXIT
001380     ELSE
001390         IF AR-CANCEL
001400             PERFORM 2400-CANCEL-ARRANGEMENT THRU 2400-EXIT
001410         ELSE
001420             MOVE "BAD ACTION CODE" TO WS-REJ-RSN
001430             PERFORM 2900-WRITE-REJECT THRU 2900-EXIT
001440         END-IF
001450     END-IF.
001460 2000-NEXT.
001470     READ ARRTRN-FILE
001480         AT END MOVE "Y" TO WS-EOF-SW
001490     END-READ.
001500 2000-EXIT.
001510     EXIT.
001520******************************************************
001530* 2050-CHECK-OPERATOR - THE PSN TAKING OR CANCELLING
001540*                       THE PROMISE MUST BE AN ACTIVE
001550*                       OPERATOR
001560******************************************************
001570 2050-CHECK-OPERATOR.
001580     EXEC SQL
001590         SELECT AUTLVL, ACTFLG
001600           INTO :PAY_OPRMST-AUTLVL, :PAY_OPRMST-ACTFLG
001610           FROM OPRMST
001620          WHERE PSN = :AR-PSN
001630     END-EXEC.
001640     IF SQLCODE NOT = 0
001650         MOVE "OPERATOR UNKNOWN" TO WS-REJ-RSN
001660         GO TO 2050-EXIT
001670     END-IF.
001680     IF PAY_OPRMST-ACTFLG NOT = "Y"
001690         MOVE "OPERATOR INACTIVE" TO WS-REJ-RSN
001700         GO TO 2050-EXIT
001710     END-IF.
001720 2050-EXIT.
001730     EXIT.
001740******************************************************
001750* 2100-LOOKUP-CONTRACT - THE CONTRACT AND ITS STATE
001760******************************************************
001770 2100-LOOKUP-CONTRACT.
001780     MOVE "N" TO WS-FOUND-SW.
001790     EXEC SQL
001800         SELECT CHCKYN
001810           INTO :PAY_GAFMST-CHCKYN
001820           FROM GAFMST
001830          WHERE CNTNUM = :AR-CNTNUM
001840     END-EXEC.
001850     IF SQLCODE = 0
001860         MOVE "Y" TO WS-FOUND-SW.
001870 2100-EXIT.
001880     EXIT.
001890******************************************************
001900* 2150-LOOKUP-ARRANGEMENT - THE PROMISE IN GOOD
001910*                           STANDING, IF THERE IS ONE
001920******************************************************
001930 2150-LOOKUP-ARRANGEMENT.
001940     MOVE "N" TO WS-ARR-FOUND-SW.
001950     EXEC SQL
001960         SELECT ARRSEQ, ARRAMT
001970           INTO :PAY_PAYARR-ARRSEQ, :PAY_PAYARR-ARRAMT
001980           FROM PAYARR
001990          WHERE CNTNUM = :AR-CNTNUM
002000            AND ARRSTS = 'A'
002010     END-EXEC.
002020     IF SQLCODE = 0
002030         MOVE "Y" TO WS-ARR-FOUND-SW.
002040 2150-EXIT.
002050     EXIT.
002060******************************************************
002070* 2200-ADD-ARRANGEMENT - VALIDATE AND RECORD A NEW
002080*                        PROMISE WITH ITS INSTALMENTS
002090******************************************************
002100 2200-ADD-ARRANGEMENT.
002110     PERFORM 2500-VALIDATE-FIELDS THRU 2500-EXIT.
002120     IF WS-REJ-RSN NOT = SPACES
002130         PERFORM 2900-WRITE-REJECT THRU 2900-EXIT
002140         GO TO 2200-EXIT
002150     END-IF.
002160     MOVE ZERO TO PAY_PAYARR-PRVLVL.
002170     MOVE SPACES TO PAY_PAYARR-PRVDAY.
002180     EXEC SQL
002190         SELECT DUNLVL, DUNDAY
002200           INTO :PAY_PAYDUN-DUNLVL, :PAY_PAYDUN-DUNDAY
002210           FROM PAYDUN
002220          WHERE CNTNUM = :AR-CNTNUM
002230     END-EXEC.
002240     IF SQLCODE = 0
002250         MOVE PAY_PAYDUN-DUNLVL TO PAY_PAYARR-PRVLVL
002260         MOVE PAY_PAYDUN-DUNDAY TO PAY_PAYARR-PRVDAY
002270     END-IF.
002280     EXEC SQL
002290         SELECT COUNT(*) + 1
002300           INTO :PAY_PAYARR-ARRSEQ
002310           FROM PAYARR
002320          WHERE CNTNUM = :AR-CNTNUM
002330     END-EXEC.
002340     MOVE AR-INSCNT TO PAY_PAYARR-INSCNT.
002350     EXEC SQL
002360         INSERT INTO PAYARR
002370             (CNTNUM, ARRSEQ, ARRSTS, ARRDAY, ARRPSN,
002380              INSCNT, ARRAMT, PRVLVL, PRVDAY, CLSDAY,
002390              REGDAY, REGTIM, MODDAY, MODTIM, MODPSN)
002400         VALUES
002410             (:AR-CNTNUM, :PAY_PAYARR-ARRSEQ, "A", :WS-TODAY,
002420              :AR-PSN, :PAY_PAYARR-INSCNT, :WS-ARR-TOTAL,
002430              :PAY_PAYARR-PRVLVL, :PAY_PAYARR-PRVDAY, " ",
002440              :WS-TODAY, :WS-NOWTIME, :WS-TODAY, :WS-NOWTIME,
002450              :AR-PSN)
002460     END-EXEC.
002470     PERFORM 2300-INSERT-INSTALMENT THRU 2300-EXIT
002480         VARYING WS-INS-IDX FROM 1 BY 1
002490         UNTIL WS-INS-IDX > AR-INSCNT.
002500     EXEC SQL
002510         INSERT INTO GAFAUD
002520             (CNTNUM, ACTCOD, RSNCOD, AUDPSN, AUDDAY, AUDTIM)
002530         VALUES
002540             (:AR-CNTNUM, "P", "PTP ",
002550              :AR-PSN, :WS-TODAY, :WS-NOWTIME)
002560     END-EXEC.
002570     ADD 1 TO WS-ACC-CNT.
002580     MOVE "ADDED   " TO DL-RESULT.
002590     PERFORM 2950-WRITE-DETAIL THRU 2950-EXIT.
002600 2200-EXIT.
002610     EXIT.
002620******************************************************
002630* 2300-INSERT-INSTALMENT - ONE ARRINS ROW, STILL OPEN
002640******************************************************
002650 2300-INSERT-INSTALMENT.
002660     MOVE WS-INS-IDX TO PAY_ARRINS-INSSEQ.
002670     EXEC SQL
002680         INSERT INTO ARRINS
002690             (CNTNUM, ARRSEQ, INSSEQ, INSDAY, INSAMT,
002700              PAYAMT, INSSTS, CHKDAY)
002710         VALUES
002720             (:AR-CNTNUM, :PAY_PAYARR-ARRSEQ,
002730              :PAY_ARRINS-INSSEQ, :AR-INSDAY(WS-INS-IDX),
002740              :AR-INSAMT(WS-INS-IDX), 0, "O", " ")
002750     END-EXEC.
002760 2300-EXIT.
002770     EXIT.
002780******************************************************
002790* 2400-CANCEL-ARRANGEMENT - THE PROMISE IN GOOD STANDING
002800*                           IS MARKED CANCELLED WITH ITS
002810*                           OPEN INSTALMENTS. DUNNING
002820*                           CARRIES ON FROM PAYDUN AS IT
002830*                           STANDS
002840******************************************************
002850 2400-CANCEL-ARRANGEMENT.
002860     IF NOT WS-ARR-FOUND
002870         MOVE "NO PROMISE STANDING" TO WS-REJ-RSN
002880         PERFORM 2900-WRITE-REJECT THRU 2900-EXIT
002890         GO TO 2400-EXIT
002900     END-IF.
002910     EXEC SQL
002920         UPDATE PAYARR
002930            SET ARRSTS = "X",
002940                CLSDAY = :WS-TODAY,
002950                MODDAY = :WS-TODAY,
002960                MODTIM = :WS-NOWTIME,
002970                MODPSN = :AR-PSN
002980          WHERE CNTNUM = :AR-CNTNUM
002990            AND ARRSEQ = :PAY_PAYARR-ARRSEQ
003000     END-EXEC.
003010     EXEC SQL
003020         UPDATE ARRINS
003030            SET INSSTS = "X",
003040                CHKDAY = :WS-TODAY
003050          WHERE CNTNUM = :AR-CNTNUM
003060            AND ARRSEQ = :PAY_PAYARR-ARRSEQ
003070            AND INSSTS = 'O'
003080     END-EXEC.
003090     EXEC SQL
003100         INSERT INTO GAFAUD
003110             (CNTNUM, ACTCOD, RSNCOD, AUDPSN, AUDDAY, AUDTIM)
003120         VALUES
003130             (:AR-CNTNUM, "P", "PTPX",
003140              :AR-PSN, :WS-TODAY, :WS-NOWTIME)
003150     END-EXEC.
003160     MOVE PAY_PAYARR-ARRAMT TO WS-ARR-TOTAL.
003170     ADD 1 TO WS-ACC-CNT.
003180     MOVE "CANCELLED" TO DL-RESULT.
003190     PERFORM 2950-WRITE-DETAIL THRU 2950-EXIT.
003200 2400-EXIT.
003210     EXIT.
003220******************************************************
003230* 2500-VALIDATE-FIELDS - ALL EDITS FOR A NEW PROMISE.
003240*                        FIRST FAILURE WINS THE REASON
003250******************************************************
003260 2500-VALIDATE-FIELDS.
003270     IF NOT WS-FOUND
003280         MOVE "CNTNUM NOT ON FILE" TO WS-REJ-RSN
003290         GO TO 2500-EXIT
003300     END-IF.
003310     IF PAY_GAFMST-CHCKYN = "Y"
003320         MOVE "CONTRACT TERMINATED" TO WS-REJ-RSN
003330         GO TO 2500-EXIT
003340     END-IF.
003350     IF WS-ARR-FOUND
003360         MOVE "PROMISE ON FILE" TO WS-REJ-RSN
003370         GO TO 2500-EXIT
003380     END-IF.
003390     EXEC SQL
003400         SELECT COUNT(*)
003410           INTO :WS-WOF-CNT
003420           FROM WRTOFF
003430          WHERE CNTNUM = :AR-CNTNUM
003440            AND WOFSTS = 'O'
003450     END-EXEC.
003460     IF WS-WOF-CNT > 0
003470         MOVE "CONTRACT WRITTEN OFF" TO WS-REJ-RSN
003480         GO TO 2500-EXIT
003490     END-IF.
003500     IF AR-INSCNT NOT NUMERIC
003510         MOVE "INSCNT NOT NUMERIC" TO WS-REJ-RSN
003520         GO TO 2500-EXIT
003530     END-IF.
003540     IF AR-INSCNT < 1 OR AR-INSCNT > 12
003550         MOVE "INSCNT OUT OF RANGE" TO WS-REJ-RSN
003560         GO TO 2500-EXIT
003570     END-IF.
003580     MOVE WS-TODAY TO WS-PRV-INSDAY.
003590     PERFORM 2550-CHECK-INSTALMENT THRU 2550-EXIT
003600         VARYING WS-INS-IDX FROM 1 BY 1
003610         UNTIL WS-INS-IDX > AR-INSCNT
003620            OR WS-REJ-RSN NOT = SPACES.
003630 2500-EXIT.
003640     EXIT.
003650******************************************************
003660* 2550-CHECK-INSTALMENT - A REAL DATE, NOT IN THE PAST,
003670*                         LATER THAN THE ONE BEFORE, AND
003680*                         A POSITIVE AMOUNT
003690******************************************************
003700 2550-CHECK-INSTALMENT.
003710     MOVE AR-INSDAY(WS-INS-IDX) TO WS-VAL-DATE.
003720     PERFORM 5000-VALIDATE-DATE THRU 5000-EXIT.
003730     IF NOT WS-DATE-OK
003740         MOVE "BAD INSTALMENT DATE" TO WS-REJ-RSN
003750         GO TO 2550-EXIT
003760     END-IF.
003770     IF WS-INS-IDX = 1
003780         IF AR-INSDAY(WS-INS-IDX) < WS-TODAY
003790             MOVE "INSTALMENT IN PAST" TO WS-REJ-RSN
003800             GO TO 2550-EXIT
003810         END-IF
003820     ELSE
003830         IF AR-INSDAY(WS-INS-IDX) NOT > WS-PRV-INSDAY
003840             MOVE "DATES NOT ASCENDING" TO WS-REJ-RSN
003850             GO TO 2550-EXIT
003860         END-IF
003870     END-IF.
003880     IF AR-INSAMT(WS-INS-IDX) NOT NUMERIC
003890         MOVE "AMOUNT NOT NUMERIC" TO WS-REJ-RSN
003900         GO TO 2550-EXIT
003910     END-IF.
003920     IF AR-INSAMT(WS-INS-IDX) NOT > ZERO
003930         MOVE "AMOUNT NOT POSITIVE" TO WS-REJ-RSN
003940         GO TO 2550-EXIT
003950     END-IF.
003960     MOVE AR-INSDAY(WS-INS-IDX) TO WS-PRV-INSDAY.
003970     ADD AR-INSAMT(WS-INS-IDX) TO WS-ARR-TOTAL.
003980 2550-EXIT.
003990     EXIT.
004000******************************************************
004010* 2900-WRITE-REJECT - ONE REGISTER LINE PER REJECT
004020******************************************************
004030 2900-WRITE-REJECT.
004040     ADD 1 TO WS-REJ-CNT.
004050     MOVE "REJECTED" TO DL-RESULT.
004060     PERFORM 2950-WRITE-DETAIL THRU 2950-EXIT.
004070 2900-EXIT.
004080     EXIT.
004090******************************************************
004100* 2950-WRITE-DETAIL - ECHO THE TRANSACTION TO REGISTER
004110******************************************************
004120 2950-WRITE-DETAIL.
004130     MOVE AR-ACTCOD TO DL-ACTCOD.
004140     MOVE AR-CNTNUM TO DL-CNTNUM.
004150     MOVE AR-PSN TO DL-PSN.
004160     MOVE WS-ARR-TOTAL TO DL-AMOUNT.
004170     MOVE WS-REJ-RSN TO DL-REASON.
004180     WRITE PAY143-RPT-REC FROM WS-DETAIL-LINE.
004190 2950-EXIT.
004200     EXIT.
004210******************************************************
004220* 3000-TERMINATE - CONTROL COUNTS, COMMIT THE WORK
004230******************************************************
004240 3000-TERMINATE.
004250     MOVE WS-ACC-CNT TO TL-ACCEPT.
004260     MOVE WS-REJ-CNT TO TL-REJECT.
004270     WRITE PAY143-RPT-REC FROM WS-TOTAL-LINE.
004280     EXEC SQL
004290         COMMIT
004300     END-EXEC.
004310     CLOSE ARRTRN-FILE.
004320     CLOSE PAY143-RPT.
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
