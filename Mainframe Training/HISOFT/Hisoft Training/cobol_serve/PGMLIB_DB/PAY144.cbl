000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. PAY144.
000030 AUTHOR. K.SATO.
000040 INSTALLATION. SYSTEM DEVELOPMENT DEPT.
000050 DATE-WRITTEN. 2026-09-18.
000060 DATE-COMPILED.
000070******************************************************
000080* MODIFICATION HISTORY
000090*  2026-09-18  K.SATO   INITIAL VERSION - NIGHTLY
000100*                       PROMISE-TO-PAY MONITOR. FOR EVERY
000110*                       PAYARR ARRANGEMENT IN GOOD STANDING
000120*                       THE GAFHST PAYMENTS SINCE THE
000130*                       PROMISE WAS TAKEN ARE SET AGAINST
000140*                       THE INSTALMENTS IN DATE ORDER. AN
000150*                       INSTALMENT COVERED IS KEPT; ONE
000160*                       STILL SHORT WHEN ITS DATE PLUS THE
000170*                       PARM GRACE DAYS HAS PASSED IS
000180*                       BROKEN. A BROKEN PROMISE PUTS THE
000190*                       CONTRACT BACK INTO DUNNING AT ITS
000200*                       PAYDUN LEVEL WHEN THE PROMISE WAS
000210*                       TAKEN AND GOES ON THE BRKLSTOU
000220*                       COLLECTOR WORKLIST; ONE WITH EVERY
000230*                       INSTALMENT COVERED IS CLOSED KEPT.
000240*                       REGISTERS ON RUNCTL - PAY101 MUST
000250*                       HAVE ENDED CLEAN FOR THE DATE
000260******************************************************
000270 ENVIRONMENT DIVISION.
000280 INPUT-OUTPUT SECTION.
000290 FILE-CONTROL.
000300     SELECT PARM-FILE ASSIGN TO MONPARM.
000310     SELECT BRKLST-FILE ASSIGN TO BRKLSTOU.
000320     SELECT PAY144-RPT ASSIGN TO PAY144RP.
000330 DATA DIVISION.
000340 FILE SECTION.
000350 FD  PARM-FILE
000360     RECORDING MODE IS F
000370     LABEL RECORDS ARE STANDARD.
000380 01  PARM-REC.
000390     03 PARM-GRACE-DAYS  PIC 9(003).
000400     03 PARM-RUN-PSN     PIC X(004).
000410 FD  BRKLST-FILE
000420     RECORDING MODE IS F
000430     LABEL RECORDS ARE STANDARD.
000440 01  BRKLST-REC                  PIC X(080).
000450 FD  PAY144-RPT
000460     RECORDING MODE IS F
000470     LABEL RECORDS ARE STANDARD.
000480 01  PAY144-RPT-REC              PIC X(080).
000490 WORKING-STORAGE SECTION.
000500     EXEC SQL INCLUDE SQLCA END-EXEC.
000510     EXEC SQL INCLUDE PAY_GAFMST END-EXEC.
000520     EXEC SQL INCLUDE PAY_GAFHST END-EXEC.
000530     EXEC SQL INCLUDE PAY_GAFAUD END-EXEC.
000540     EXEC SQL INCLUDE PAY_PAYDUN END-EXEC.
000550     EXEC SQL INCLUDE PAY_PAYARR END-EXEC.
000560     EXEC SQL INCLUDE PAY_ARRINS END-EXEC.
000570     EXEC SQL INCLUDE PAY_RUNCTL END-EXEC.
000580 77  WS-EOF-SW           PIC X(001) VALUE "N".
000590     88 WS-EOF                      VALUE "Y".
000600 77  WS-CSR-SW           PIC X(001) VALUE "N".
000610     88 WS-CSR-OPEN                 VALUE "Y".
000620 77  WS-INS-EOF-SW       PIC X(001).
000630     88 WS-INS-EOF                  VALUE "Y".
000640 77  WS-STOP-SW          PIC X(001).
000650     88 WS-STOP                     VALUE "Y".
000660 77  WS-BROKEN-SW        PIC X(001).
000670     88 WS-BROKEN                   VALUE "Y".
000680 77  WS-ALL-KEPT-SW      PIC X(001).
000690     88 WS-ALL-KEPT                 VALUE "Y".
000700 77  WS-TODAY            PIC X(008).
000710 77  WS-NOWTIME          PIC X(006).
000720 77  WS-TODAY-NUM        PIC 9(008).
000730 77  WS-TODAY-INT        PIC 9(007).
000740 77  WS-INS-NUM          PIC 9(008).
000750 77  WS-INS-INT          PIC 9(007).
000760 77  WS-PAID             PIC S9(013) COMP-3.
000770 77  WS-CUM              PIC S9(013) COMP-3.
000780 77  WS-COVERED          PIC S9(013) COMP-3.
000790 77  WS-BRK-INSSEQ       PIC S9(003) COMP-3.
000800 77  WS-BRK-INSDAY       PIC X(008).
000810 77  WS-BRK-INSAMT       PIC S9(013) COMP-3.
000820 77  WS-BRK-COVERED      PIC S9(013) COMP-3.
000830 77  WS-CHK-CNT          PIC S9(007) COMP-3 VALUE ZERO.
000840 77  WS-KEPT-CNT         PIC S9(007) COMP-3 VALUE ZERO.
000850 77  WS-BRK-CNT          PIC S9(007) COMP-3 VALUE ZERO.
000860 77  WS-INS-KEPT-CNT     PIC S9(007) COMP-3 VALUE ZERO.
000870 77  WS-RC-STS           PIC X(001) VALUE "C".
000880 77  WS-RC-CNT           PIC S9(007) COMP-3 VALUE ZERO.
000890 77  WS-SUM-CNT          PIC S9(007) COMP-3.
000900 01  WS-WRK-LINE-1.
000910     03 WL-CNTNUM        PIC X(009).
000920     03 FILLER           PIC X(002) VALUE SPACES.
000930     03 WL-PAYNAM        PIC X(030).
000940     03 FILLER           PIC X(011) VALUE "  TAKEN BY ".
000950     03 WL-ARRPSN        PIC X(004).
000960     03 FILLER           PIC X(012) VALUE "  DUN LEVEL ".
000970     03 WL-PRVLVL        PIC 9(001).
000980     03 FILLER           PIC X(011) VALUE SPACES.
000990 01  WS-WRK-LINE-2.
001000     03 FILLER           PIC X(006) VALUE "  DUE ".
001010     03 WL-INSDAY        PIC X(008).
001020     03 FILLER           PIC X(009) VALUE " PROMISED".
001030     03 WL-INSAMT        PIC -(009)9.99.
001040     03 FILLER           PIC X(005) VALUE " PAID".
001050     03 WL-COVERED       PIC -(009)9.99.
001060     03 FILLER           PIC X(006) VALUE " SHORT".
001070     03 WL-SHORT         PIC -(009)9.99.
001080     03 FILLER           PIC X(007) VALUE SPACES.
001090 01  WS-DETAIL-LINE.
001100     03 DL-ACTION        PIC X(009).
001110     03 FILLER           PIC X(002) VALUE SPACES.
001120     03 DL-CNTNUM        PIC X(009).
001130     03 FILLER           PIC X(002) VALUE SPACES.
001140     03 DL-ARRSEQ        PIC ZZ9.
001150     03 FILLER           PIC X(007) VALUE "  PAID ".
001160     03 DL-PAID          PIC -(011)9.99.
001170     03 FILLER           PIC X(033) VALUE SPACES.
001180 01  WS-TOTAL-LINE.
001190     03 FILLER           PIC X(008) VALUE "CHECKED ".
001200     03 TL-CHECKED       PIC -(006)9.
001210     03 FILLER           PIC X(007) VALUE "  KEPT ".
001220     03 TL-KEPT          PIC -(006)9.
001230     03 FILLER           PIC X(009) VALUE "  BROKEN ".
001240     03 TL-BROKEN        PIC -(006)9.
001250     03 FILLER           PIC X(013) VALUE "  INSTALMENTS".
001260     03 TL-INS-KEPT      PIC -(006)9.
001270     03 FILLER           PIC X(015) VALUE SPACES.
001280******************************************************
001290* PROCEDURE DIVISION
001300******************************************************
001310 PROCEDURE DIVISION.
001320 0000-MAINLINE.
001330     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001340     PERFORM 2000-CHECK-ARRANGEMENT THRU 2000-EXIT
001350         UNTIL WS-EOF.
001360     PERFORM 3000-TERMINATE THRU 3000-EXIT.
001370     STOP RUN.
001380******************************************************
001390* 1000-INITIALIZE - PARM CARD, RUN CONTROL, OPEN THE
001400*                   CURSOR OF PROMISES IN GOOD STANDING
001410******************************************************
001420 1000-INITIALIZE.
001430     OPEN INPUT PARM-FILE.
001440     OPEN OUTPUT BRKLST-FILE.
001450     OPEN OUTPUT PAY144-RPT.
001460     ACCEPT WS-TODAY FROM DATE YYYYMMDD.
001470     ACCEPT WS-NOWTIME FROM TIME.
001480     MOVE WS-TODAY TO WS-TODAY-NUM.
001490     COMPUTE WS-TODAY-INT =
001500         FUNCTION INTEGER-OF-DATE(WS-TODAY-NUM).
001510     PERFORM 1050-REGISTER-START THRU 1050-EXIT.
001520     READ PARM-FILE
001530         AT END DISPLAY "PAY144 - MISSING PARAMETER CARD"
001540            MOVE "Y" TO WS-EOF-SW
001550            MOVE "F" TO WS-RC-STS
001560            GO TO 1000-EXIT
001570     END-READ.
001580     EXEC SQL
001590         DECLARE ARRMON-CSR CURSOR FOR
001600         SELECT A.CNTNUM, A.ARRSEQ, A.ARRDAY, A.ARRPSN,
001610                A.PRVLVL, A.PRVDAY, G.PAYNAM
001620           FROM PAYARR A, GAFMST G
001630          WHERE G.CNTNUM = A.CNTNUM
001640            AND A.ARRSTS = 'A'
001650          ORDER BY A.CNTNUM
001660     END-EXEC.
001670     EXEC SQL
001680         OPEN ARRMON-CSR
001690     END-EXEC.
001700     MOVE "Y" TO WS-CSR-SW.
001710     PERFORM 2100-FETCH-ARRANGEMENT THRU 2100-EXIT.
001720 1000-EXIT.
001730     EXIT.
001740******************************************************
001750* 2000-CHECK-ARRANGEMENT - SET THE PAYMENTS SINCE THE
001760*                          PROMISE AGAINST ITS
001770*                          INSTALMENTS, THEN CLOSE IT
001780*                          KEPT OR BROKEN WHERE DUE
001790******************************************************
001800 2000-CHECK-ARRANGEMENT.
001810     ADD 1 TO WS-CHK-CNT.
001820     MOVE ZERO TO WS-PAID.
001830     EXEC SQL
001840         SELECT COUNT(*)
001850           INTO :WS-SUM-CNT
001860           FROM GAFHST
001870          WHERE CNTNUM = :PAY_PAYARR-CNTNUM
001880            AND TRNDAY >= :PAY_PAYARR-ARRDAY
001890     END-EXEC.
001900     IF WS-SUM-CNT = ZERO
001910         MOVE ZERO TO WS-PAID
001920     ELSE
001930         EXEC SQL
001940             SELECT SUM(PAYTOT)
001950               INTO :WS-PAID
001960               FROM GAFHST
001970              WHERE CNTNUM = :PAY_PAYARR-CNTNUM
001980                AND TRNDAY >= :PAY_PAYARR-ARRDAY
001990         END-EXEC
002000     END-IF.
002010     MOVE ZERO TO WS-CUM.
002020     MOVE "N" TO WS-STOP-SW.
002030     MOVE "N" TO WS-BROKEN-SW.
002040     MOVE "Y" TO WS-ALL-KEPT-SW.
002050     EXEC SQL
002060         DECLARE ARRINS-CSR CURSOR FOR
002070         SELECT INSSEQ, INSDAY, INSAMT, INSSTS
002080           FROM ARRINS
002090          WHERE CNTNUM = :PAY_PAYARR-CNTNUM
002100            AND ARRSEQ = :PAY_PAYARR-ARRSEQ
002110          ORDER BY INSSEQ
002120     END-EXEC.
002130     MOVE "N" TO WS-INS-EOF-SW.
002140     EXEC SQL
002150         OPEN ARRINS-CSR
002160     END-EXEC.
002170     PERFORM 2300-CHECK-INSTALMENT THRU 2300-EXIT
002180         UNTIL WS-INS-EOF.
002190     EXEC SQL
002200         CLOSE ARRINS-CSR
002210     END-EXEC.
002220     IF WS-BROKEN
002230         PERFORM 2500-BREAK-PROMISE THRU 2500-EXIT
002240     ELSE
002250         IF WS-ALL-KEPT
002260             PERFORM 2600-KEEP-PROMISE THRU 2600-EXIT
002270         END-IF
002280     END-IF.
002290     PERFORM 2100-FETCH-ARRANGEMENT THRU 2100-EXIT.
002300 2000-EXIT.
002310     EXIT.
002320******************************************************
002330* 2100-FETCH-ARRANGEMENT - NEXT PROMISE IN GOOD STANDING
002340******************************************************
002350 2100-FETCH-ARRANGEMENT.
002360     EXEC SQL
002370         FETCH ARRMON-CSR
002380             INTO :PAY_PAYARR-CNTNUM, :PAY_PAYARR-ARRSEQ,
002390                  :PAY_PAYARR-ARRDAY, :PAY_PAYARR-ARRPSN,
002400                  :PAY_PAYARR-PRVLVL, :PAY_PAYARR-PRVDAY,
002410                  :PAY_GAFMST-PAYNAM
002420     END-EXEC.
002430     IF SQLCODE NOT = 0
002440         MOVE "Y" TO WS-EOF-SW.
002450 2100-EXIT.
002460     EXIT.
002470******************************************************
002480* 2300-CHECK-INSTALMENT - ONE INSTALMENT IN DATE ORDER.
002490*                         THE PAYMENTS COVER THE
002500*                         INSTALMENTS CUMULATIVELY; THE
002510*                         FIRST ONE NOT COVERED IS
002520*                         EITHER STILL PENDING OR BROKEN
002530*                         AND NOTHING AFTER IT IS LOOKED AT
002540******************************************************
002550 2300-CHECK-INSTALMENT.
002560     EXEC SQL
002570         FETCH ARRINS-CSR
002580             INTO :PAY_ARRINS-INSSEQ, :PAY_ARRINS-INSDAY,
002590                  :PAY_ARRINS-INSAMT, :PAY_ARRINS-INSSTS
002600     END-EXEC.
002610     IF SQLCODE NOT = 0
002620         MOVE "Y" TO WS-INS-EOF-SW
002630         GO TO 2300-EXIT
002640     END-IF.
002650     IF WS-STOP
002660         MOVE "N" TO WS-ALL-KEPT-SW
002670         GO TO 2300-EXIT
002680     END-IF.
002690     ADD PAY_ARRINS-INSAMT TO WS-CUM.
002700     IF PAY_ARRINS-INS-KEPT
002710         GO TO 2300-EXIT
002720     END-IF.
002730     IF WS-PAID NOT < WS-CUM
002740         EXEC SQL
002750             UPDATE ARRINS
002760                SET INSSTS = "K",
002770                    PAYAMT = :PAY_ARRINS-INSAMT,
002780                    CHKDAY = :WS-TODAY
002790              WHERE CNTNUM = :PAY_PAYARR-CNTNUM
002800                AND ARRSEQ = :PAY_PAYARR-ARRSEQ
002810                AND INSSEQ = :PAY_ARRINS-INSSEQ
002820         END-EXEC
002830         ADD 1 TO WS-INS-KEPT-CNT
002840         GO TO 2300-EXIT
002850     END-IF.
002860     MOVE "Y" TO WS-STOP-SW.
002870     MOVE "N" TO WS-ALL-KEPT-SW.
002880     COMPUTE WS-COVERED =
002890         WS-PAID - (WS-CUM - PAY_ARRINS-INSAMT).
002900     IF WS-COVERED < ZERO
002910         MOVE ZERO TO WS-COVERED
002920     END-IF.
002930     MOVE PAY_ARRINS-INSDAY TO WS-INS-NUM.
002940     COMPUTE WS-INS-INT =
002950         FUNCTION INTEGER-OF-DATE(WS-INS-NUM) + PARM-GRACE-DAYS.
002960     IF WS-TODAY-INT > WS-INS-INT
002970         MOVE "Y" TO WS-BROKEN-SW
002980         MOVE PAY_ARRINS-INSSEQ TO WS-BRK-INSSEQ
002990         MOVE PAY_ARRINS-INSDAY TO WS-BRK-INSDAY
003000         MOVE PAY_ARRINS-INSAMT TO WS-BRK-INSAMT
003010         MOVE WS-COVERED TO WS-BRK-COVERED
003020         MOVE "B" TO PAY_ARRINS-INSSTS
003030     ELSE
003040         MOVE "O" TO PAY_ARRINS-INSSTS
003050     END-IF.
003060     EXEC SQL
003070         UPDATE ARRINS
003080            SET INSSTS = :PAY_ARRINS-INSSTS,
003090                PAYAMT = :WS-COVERED,
003100                CHKDAY = :WS-TODAY
003110          WHERE CNTNUM = :PAY_PAYARR-CNTNUM
003120            AND ARRSEQ = :PAY_PAYARR-ARRSEQ
003130            AND INSSEQ = :PAY_ARRINS-INSSEQ
003140     END-EXEC.
003150 2300-EXIT.
003160     EXIT.
003170******************************************************
003180* 2500-BREAK-PROMISE - CLOSE THE ARRANGEMENT BROKEN,
003190*                      PUT THE CONTRACT BACK AT ITS
003200*                      EARLIER PAYDUN LEVEL AND LIST IT
003210*                      FOR THE COLLECTORS
003220******************************************************
003230 2500-BREAK-PROMISE.
003240     EXEC SQL
003250         UPDATE PAYARR
003260            SET ARRSTS = "B",
003270                CLSDAY = :WS-TODAY,
003280                MODDAY = :WS-TODAY,
003290                MODTIM = :WS-NOWTIME,
003300                MODPSN = :PARM-RUN-PSN
003310          WHERE CNTNUM = :PAY_PAYARR-CNTNUM
003320            AND ARRSEQ = :PAY_PAYARR-ARRSEQ
003330     END-EXEC.
003340     EXEC SQL
003350         UPDATE ARRINS
003360            SET INSSTS = "X",
003370                CHKDAY = :WS-TODAY
003380          WHERE CNTNUM = :PAY_PAYARR-CNTNUM
003390            AND ARRSEQ = :PAY_PAYARR-ARRSEQ
003400            AND INSSEQ > :WS-BRK-INSSEQ
003410            AND INSSTS = 'O'
003420     END-EXEC.
003430     IF PAY_PAYARR-PRVLVL > ZERO
003440         PERFORM 2550-RESTORE-DUN-LEVEL THRU 2550-EXIT
003450     END-IF.
003460     EXEC SQL
003470         INSERT INTO GAFAUD
003480             (CNTNUM, ACTCOD, RSNCOD, AUDPSN, AUDDAY, AUDTIM)
003490         VALUES
003500             (:PAY_PAYARR-CNTNUM, "P", "PTPB",
003510              :PARM-RUN-PSN, :WS-TODAY, :WS-NOWTIME)
003520     END-EXEC.
003530     MOVE PAY_PAYARR-CNTNUM TO WL-CNTNUM.
003540     MOVE PAY_GAFMST-PAYNAM TO WL-PAYNAM.
003550     MOVE PAY_PAYARR-ARRPSN TO WL-ARRPSN.
003560     MOVE PAY_PAYARR-PRVLVL TO WL-PRVLVL.
003570     WRITE BRKLST-REC FROM WS-WRK-LINE-1.
003580     MOVE WS-BRK-INSDAY TO WL-INSDAY.
003590     MOVE WS-BRK-INSAMT TO WL-INSAMT.
003600     MOVE WS-BRK-COVERED TO WL-COVERED.
003610     COMPUTE WL-SHORT = WS-BRK-INSAMT - WS-BRK-COVERED.
003620     WRITE BRKLST-REC FROM WS-WRK-LINE-2.
003630     ADD 1 TO WS-BRK-CNT.
003640     MOVE "BROKEN  " TO DL-ACTION.
003650     PERFORM 2900-WRITE-DETAIL THRU 2900-EXIT.
003660 2500-EXIT.
003670     EXIT.
003680******************************************************
003690* 2550-RESTORE-DUN-LEVEL - PAYDUN BACK TO THE LEVEL AND
003700*                          NOTICE DATE IN FORCE WHEN THE
003710*                          PROMISE WAS TAKEN. PAY110 GOES
003720*                          ON FROM THERE
003730******************************************************
003740 2550-RESTORE-DUN-LEVEL.
003750     EXEC SQL
003760         UPDATE PAYDUN
003770            SET DUNLVL = :PAY_PAYARR-PRVLVL,
003780                DUNDAY = :PAY_PAYARR-PRVDAY,
003790                DUNPSN = :PARM-RUN-PSN
003800          WHERE CNTNUM = :PAY_PAYARR-CNTNUM
003810     END-EXEC.
003820     IF SQLCODE = 100
003830         EXEC SQL
003840             INSERT INTO PAYDUN
003850                 (CNTNUM, DUNLVL, DUNDAY, DUNPSN)
003860             VALUES
003870                 (:PAY_PAYARR-CNTNUM, :PAY_PAYARR-PRVLVL,
003880                  :PAY_PAYARR-PRVDAY, :PARM-RUN-PSN)
003890         END-EXEC
003900     END-IF.
003910 2550-EXIT.
003920     EXIT.
003930******************************************************
003940* 2600-KEEP-PROMISE - EVERY INSTALMENT COVERED: CLOSE
003950*                     THE ARRANGEMENT KEPT
003960******************************************************
003970 2600-KEEP-PROMISE.
003980     EXEC SQL
003990         UPDATE PAYARR
004000            SET ARRSTS = "K",
004010                CLSDAY = :WS-TODAY,
004020                MODDAY = :WS-TODAY,
004030                MODTIM = :WS-NOWTIME,
004040                MODPSN = :PARM-RUN-PSN
004050          WHERE CNTNUM = :PAY_PAYARR-CNTNUM
004060            AND ARRSEQ = :PAY_PAYARR-ARRSEQ
004070     END-EXEC.
004080     EXEC SQL
004090         INSERT INTO GAFAUD
004100             (CNTNUM, ACTCOD, RSNCOD, AUDPSN, AUDDAY, AUDTIM)
004110         VALUES
004120             (:PAY_PAYARR-CNTNUM, "P", "PTPK",
004130              :PARM-RUN-PSN, :WS-TODAY, :WS-NOWTIME)
004140     END-EXEC.
004150     ADD 1 TO WS-KEPT-CNT.
004160     MOVE "KEPT    " TO DL-ACTION.
004170     PERFORM 2900-WRITE-DETAIL THRU 2900-EXIT.
004180 2600-EXIT.
004190     EXIT.
004200******************************************************
004210* 2900-WRITE-DETAIL - ONE REGISTER LINE PER CLOSURE
004220******************************************************
004230 2900-WRITE-DETAIL.
004240     MOVE PAY_PAYARR-CNTNUM TO DL-CNTNUM.
004250     MOVE PAY_PAYARR-ARRSEQ TO DL-ARRSEQ.
004260     MOVE WS-PAID TO DL-PAID.
004270     WRITE PAY144-RPT-REC FROM WS-DETAIL-LINE.
004280 2900-EXIT.
004290     EXIT.
004300******************************************************
004310* 3000-TERMINATE - CONTROL COUNTS, COMMIT THE WORK
004320******************************************************
004330 3000-TERMINATE.
004340     IF WS-CSR-OPEN
004350         EXEC SQL
004360             CLOSE ARRMON-CSR
004370         END-EXEC
004380     END-IF.
004390     MOVE WS-CHK-CNT TO TL-CHECKED.
004400     MOVE WS-KEPT-CNT TO TL-KEPT.
004410     MOVE WS-BRK-CNT TO TL-BROKEN.
004420     MOVE WS-INS-KEPT-CNT TO TL-INS-KEPT.
004430     WRITE PAY144-RPT-REC FROM WS-TOTAL-LINE.
004440     PERFORM 3050-REGISTER-END THRU 3050-EXIT.
004450     EXEC SQL
004460         COMMIT
004470     END-EXEC.
004480     CLOSE PARM-FILE.
004490     CLOSE BRKLST-FILE.
004500     CLOSE PAY144-RPT.
004510 3000-EXIT.
004520     EXIT.
004530******************************************************
004540* 1050-REGISTER-START - RUNCTL NIGHTLY RUN CONTROL:
004550*                       PAY101 MUST HAVE ENDED CLEAN SO
004560*                       THE DAY'S PAYMENTS ARE ON GAFHST,
004570*                       NO DUPLICATE RUN FOR THE DATE
004580******************************************************
004590 1050-REGISTER-START.
004600     EXEC SQL
004610         SELECT RUNSTS
004620           INTO :WS-RC-STS
004630           FROM RUNCTL
004640          WHERE PGMNAM = 'PAY101'
004650            AND BUSDAY = :WS-TODAY
004660     END-EXEC.
004670     IF SQLCODE NOT = 0 OR WS-RC-STS NOT = "C"
004680         DISPLAY "PAY144 - PAY101 NOT COMPLETE CLEAN"
004690         PERFORM 1090-REFUSE-START THRU 1090-EXIT
004700     END-IF.
004710     EXEC SQL
004720         SELECT RUNSTS
004730           INTO :WS-RC-STS
004740           FROM RUNCTL
004750          WHERE PGMNAM = 'PAY144'
004760            AND BUSDAY = :WS-TODAY
004770     END-EXEC.
004780     IF SQLCODE = 0
004790         DISPLAY "PAY144 - ALREADY RUN FOR " WS-TODAY
004800                 " - PAY129 OVERRIDE REQUIRED"
004810         PERFORM 1090-REFUSE-START THRU 1090-EXIT
004820     END-IF.
004830     MOVE "C" TO WS-RC-STS.
004840     EXEC SQL
004850         INSERT INTO RUNCTL
004860             (PGMNAM, BUSDAY, STRDAY, STRTIM, ENDDAY,
004870              ENDTIM, RUNSTS, EXCCNT)
004880         VALUES
004890             ('PAY144', :WS-TODAY, :WS-TODAY,
004900              :WS-NOWTIME, ' ', ' ', 'R', 0)
004910     END-EXEC.
004920     EXEC SQL
004930         COMMIT
004940     END-EXEC.
004950 1050-EXIT.
004960     EXIT.
004970******************************************************
004980* 1090-REFUSE-START - THE RUN MAY NOT PROCEED. A
004990*                     DELIBERATE RERUN NEEDS A PAY129
005000*                     OPERATOR OVERRIDE FIRST
005010******************************************************
005020 1090-REFUSE-START.
005030     MOVE 16 TO RETURN-CODE.
005040     STOP RUN.
005050 1090-EXIT.
005060     EXIT.
005070******************************************************
005080* 3050-REGISTER-END - CLOSE THE RUNCTL ROW OUT WITH THE
005090*                     FINAL STATUS; EXCCNT CARRIES THE
005100*                     BROKEN PROMISES
005110******************************************************
005120 3050-REGISTER-END.
005130     ACCEPT WS-NOWTIME FROM TIME.
005140     EXEC SQL
005150         UPDATE RUNCTL
005160            SET ENDDAY = :WS-TODAY,
005170                ENDTIM = :WS-NOWTIME,
005180                RUNSTS = :WS-RC-STS,
005190                EXCCNT = :WS-BRK-CNT
005200          WHERE PGMNAM = 'PAY144'
005210            AND BUSDAY = :WS-TODAY
005220     END-EXEC.
005230 3050-EXIT.
005240     EXIT.
