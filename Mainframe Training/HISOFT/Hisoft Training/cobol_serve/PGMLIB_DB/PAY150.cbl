000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. PAY150.
000030 AUTHOR. K.SATO.
000040 INSTALLATION. SYSTEM DEVELOPMENT DEPT.
000050 DATE-WRITTEN. 2026-09-28.
000060 DATE-COMPILED.
000070******************************************************
000080* MODIFICATION HISTORY
000090*  2026-09-28  K.SATO   INITIAL VERSION - WEEKLY CROSS-
000100*                       TABLE REFERENTIAL INTEGRITY SWEEP
000110*                       OF THE PAY AND BIL TABLES. EACH
000120*                       RULE IS ONE CURSOR THAT RETURNS
000130*                       THE ORPHANS OR CONTRADICTIONS FOR
000140*                       ONE RELATIONSHIP - BILITM WITH NO
000150*                       BILPRT/BILELE BILL, SATELLITE ROWS
000160*                       WITH NO GAFMST CONTRACT, PAYCLT
000170*                       WITH NO CLTMST CLIENT, EOTDSP
000180*                       NEWCNT NEVER ADDED, DUNNING OR
000190*                       PROMISE STATE LEFT OPEN ON A
000200*                       TERMINATED CONTRACT. EVERY
000210*                       EXCEPTION IS LISTED WITH ITS KEYS
000220*                       UNDER ITS RULE, FOLLOWED BY A
000230*                       COUNT PER RULE. REGISTERS ON
000240*                       RUNCTL WITH THE EXCEPTION COUNT
000250*                       (RUNSTS F WHEN ANY) FOR PAY135
000260******************************************************
000270 ENVIRONMENT DIVISION.
000280 INPUT-OUTPUT SECTION.
000290 FILE-CONTROL.
000300     SELECT PAY150-RPT ASSIGN TO PAY150RP.
000310 DATA DIVISION.
000320 FILE SECTION.
000330 FD  PAY150-RPT
000340     RECORDING MODE IS F
000350     LABEL RECORDS ARE STANDARD.
000360 01  PAY150-RPT-REC              PIC X(080).
000370 WORKING-STORAGE SECTION.
000380     EXEC SQL INCLUDE SQLCA END-EXEC.
000390     EXEC SQL INCLUDE PAY_RUNCTL END-EXEC.
000400 77  WS-EOF-SW           PIC X(001) VALUE "N".
000410     88 WS-EOF                      VALUE "Y".
000420 77  WS-TODAY            PIC X(008).
000430 77  WS-NOWTIME          PIC X(006).
000440 77  WS-KEY-1            PIC X(009).
000450 77  WS-KEY-2            PIC X(009).
000460 77  WS-KEY-NUM          PIC S9(007) COMP-3.
000470 77  WS-KEY-DSP          PIC 9(007).
000480 77  WS-RULE-IDX         PIC S9(003) COMP-3.
000490 77  WS-EXC-TOTAL        PIC S9(007) COMP-3 VALUE ZERO.
000500 77  WS-RC-STS           PIC X(001) VALUE "C".
000510******************************************************
000520* RULE TABLE - ID, DESCRIPTION AND EXCEPTION COUNT.
000530* THE ORDER HERE IS THE ORDER THE RULES RUN IN
000540******************************************************
000550 01  WS-RULE-NAMES.
000560     03 FILLER           PIC X(048) VALUE
000570         "R01 BILITM BILNUM NOT ON BILPRT OR BILELE".
000580     03 FILLER           PIC X(048) VALUE
000590         "R02 BILITM CNTNUM NOT ON GAFMST".
000600     03 FILLER           PIC X(048) VALUE
000610         "R03 BNKMST CNTNUM NOT ON GAFMST".
000620     03 FILLER           PIC X(048) VALUE
000630         "R04 DEPMST CNTNUM NOT ON GAFMST".
000640     03 FILLER           PIC X(048) VALUE
000650         "R05 PAYDUN CNTNUM NOT ON GAFMST".
000660     03 FILLER           PIC X(048) VALUE
000670         "R06 CRDBAL CNTNUM NOT ON GAFMST".
000680     03 FILLER           PIC X(048) VALUE
000690         "R07 EOTDSP CNTNUM NOT ON GAFMST".
000700     03 FILLER           PIC X(048) VALUE
000710         "R08 GAFMST PAYCLT NOT ON CLTMST".
000720     03 FILLER           PIC X(048) VALUE
000730         "R09 EOTDSP RE-LEASE NEWCNT NOT ON GAFMST".
000740     03 FILLER           PIC X(048) VALUE
000750         "R10 OPEN PAYDUN LEVEL ON TERMINATED CONTRACT".
000760     03 FILLER           PIC X(048) VALUE
000770         "R11 PAYARR GOOD STANDING ON TERMINATED CONTRACT".
000780     03 FILLER           PIC X(048) VALUE
000790         "R12 PAYARR CNTNUM NOT ON GAFMST".
000800     03 FILLER           PIC X(048) VALUE
000810         "R13 ACTIVE ASTREG ASSET CNTNUM NOT ON GAFMST".
000820     03 FILLER           PIC X(048) VALUE
000830         "R14 PENDING CNTAMD ON TERMINATED/MISSING CNTNUM".
000840     03 FILLER           PIC X(048) VALUE
000850         "R15 CLTLIM PAYCLT NOT ON CLTMST".
000860 01  WS-RULE-NAME-TBL REDEFINES WS-RULE-NAMES.
000870     03 RN-TEXT          PIC X(048) OCCURS 15.
000880 01  WS-RULE-TABLE.
000890     03 RT-CNT           PIC S9(007) COMP-3 OCCURS 15.
000900 01  WS-HEAD-LINE.
000910     03 FILLER           PIC X(036) VALUE
000920         "REFERENTIAL INTEGRITY SWEEP RUN ON ".
000930     03 HL-TODAY         PIC X(008).
000940     03 FILLER           PIC X(036) VALUE SPACES.
000950 01  WS-RULE-LINE.
000960     03 RL-TEXT          PIC X(048).
000970     03 FILLER           PIC X(032) VALUE SPACES.
000980 01  WS-EXC-LINE.
000990     03 FILLER           PIC X(004) VALUE SPACES.
001000     03 XL-RULE          PIC X(003).
001010     03 FILLER           PIC X(002) VALUE SPACES.
001020     03 XL-KEY-1         PIC X(009).
001030     03 FILLER           PIC X(002) VALUE SPACES.
001040     03 XL-KEY-2         PIC X(009).
001050     03 FILLER           PIC X(051) VALUE SPACES.
001060 01  WS-COUNT-LINE.
001070     03 CL-TEXT          PIC X(048).
001080     03 FILLER           PIC X(002) VALUE SPACES.
001090     03 CL-COUNT         PIC -(006)9.
001100     03 FILLER           PIC X(023) VALUE SPACES.
001110 01  WS-VERDICT-LINE.
001120     03 VD-TEXT          PIC X(040).
001130     03 FILLER           PIC X(003) VALUE SPACES.
001140     03 VD-COUNT         PIC -(006)9.
001150     03 FILLER           PIC X(030) VALUE SPACES.
001160******************************************************
001170* PROCEDURE DIVISION
001180******************************************************
001190 PROCEDURE DIVISION.
001200 0000-MAINLINE.
001210     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001220     PERFORM 2010-RULE-BILNUM THRU 2010-EXIT.
001230     PERFORM 2020-RULE-BILITM THRU 2020-EXIT.
001240     PERFORM 2030-RULE-BNKMST THRU 2030-EXIT.
001250     PERFORM 2040-RULE-DEPMST THRU 2040-EXIT.
001260     PERFORM 2050-RULE-PAYDUN THRU 2050-EXIT.
001270     PERFORM 2060-RULE-CRDBAL THRU 2060-EXIT.
001280     PERFORM 2070-RULE-EOTDSP THRU 2070-EXIT.
001290     PERFORM 2080-RULE-PAYCLT THRU 2080-EXIT.
001300     PERFORM 2090-RULE-NEWCNT THRU 2090-EXIT.
001310     PERFORM 2100-RULE-DUNTRM THRU 2100-EXIT.
001320     PERFORM 2110-RULE-ARRTRM THRU 2110-EXIT.
001330     PERFORM 2120-RULE-PAYARR THRU 2120-EXIT.
001340     PERFORM 2130-RULE-ASTREG THRU 2130-EXIT.
001350     PERFORM 2140-RULE-CNTAMD THRU 2140-EXIT.
001360     PERFORM 2150-RULE-CLTLIM THRU 2150-EXIT.
001370     PERFORM 3000-TERMINATE THRU 3000-EXIT.
001380     STOP RUN.
001390******************************************************
001400* 1000-INITIALIZE - REGISTER THE RUN, HEADING
001410******************************************************
001420 1000-INITIALIZE.
001430     OPEN OUTPUT PAY150-RPT.
001440     ACCEPT WS-TODAY FROM DATE YYYYMMDD.
001450     ACCEPT WS-NOWTIME FROM TIME.
001460     PERFORM 1050-REGISTER-START THRU 1050-EXIT.
001470     INITIALIZE WS-RULE-TABLE.
001480     MOVE WS-TODAY TO HL-TODAY.
001490     WRITE PAY150-RPT-REC FROM WS-HEAD-LINE.
001500 1000-EXIT.
001510     EXIT.
001520******************************************************
001530* 2010-RULE-BILNUM - OPEN ITEM FOR A BILL NUMBER THAT
001540*                    IS ON NEITHER BILL TABLE
001550******************************************************
001560 2010-RULE-BILNUM.
001570     MOVE 1 TO WS-RULE-IDX.
001580     PERFORM 2800-START-RULE THRU 2800-EXIT.
001590     EXEC SQL
001600         DECLARE R01-CSR CURSOR FOR
001610         SELECT I.BILNUM, I.CNTNUM
001620           FROM BILITM I
001630          WHERE NOT EXISTS
001640                (SELECT 1 FROM BILPRT P
001650                  WHERE P.BILNUM = I.BILNUM)
001660            AND NOT EXISTS
001670                (SELECT 1 FROM BILELE E
001680                  WHERE E.BILNUM = I.BILNUM)
001690          ORDER BY I.BILNUM
001700     END-EXEC.
001710     EXEC SQL
001720         OPEN R01-CSR
001730     END-EXEC.
001740     PERFORM 2015-FETCH-R01 THRU 2015-EXIT
001750         UNTIL WS-EOF.
001760     EXEC SQL
001770         CLOSE R01-CSR
001780     END-EXEC.
001790     PERFORM 2900-END-RULE THRU 2900-EXIT.
001800 2010-EXIT.
001810     EXIT.
001820 2015-FETCH-R01.
001830     EXEC SQL
001840         FETCH R01-CSR
001850          INTO :WS-KEY-1, :WS-KEY-2
001860     END-EXEC.
001870     PERFORM 2850-LIST-EXCEPTION THRU 2850-EXIT.
001880 2015-EXIT.
001890     EXIT.
001900******************************************************
001910* 2020-RULE-BILITM - OPEN ITEM FOR A CONTRACT NOT ON
001920*                    GAFMST
001930******************************************************
001940 2020-RULE-BILITM.
001950     MOVE 2 TO WS-RULE-IDX.
001960     PERFORM 2800-START-RULE THRU 2800-EXIT.
001970     EXEC SQL
001980         DECLARE R02-CSR CURSOR FOR
001990         SELECT I.CNTNUM, I.BILNUM
002000           FROM BILITM I
002010          WHERE NOT EXISTS
002020                (SELECT 1 FROM GAFMST M
002030                  WHERE M.CNTNUM = I.CNTNUM)
002040          ORDER BY I.CNTNUM, I.BILNUM
002050     END-EXEC.
002060     EXEC SQL
002070         OPEN R02-CSR
002080     END-EXEC.
002090     PERFORM 2025-FETCH-R02 THRU 2025-EXIT
002100         UNTIL WS-EOF.
002110     EXEC SQL
002120         CLOSE R02-CSR
002130     END-EXEC.
002140     PERFORM 2900-END-RULE THRU 2900-EXIT.
002150 2020-EXIT.
002160     EXIT.
002170 2025-FETCH-R02.
002180     EXEC SQL
002190         FETCH R02-CSR
002200          INTO :WS-KEY-1, :WS-KEY-2
002210     END-EXEC.
002220     PERFORM 2850-LIST-EXCEPTION THRU 2850-EXIT.
002230 2025-EXIT.
002240     EXIT.
002250******************************************************
002260* 2030-RULE-BNKMST - DEBIT ACCOUNT FOR A CONTRACT NOT
002270*                    ON GAFMST (KEY 2 = BANK CODE)
002280******************************************************
002290 2030-RULE-BNKMST.
002300     MOVE 3 TO WS-RULE-IDX.
002310     PERFORM 2800-START-RULE THRU 2800-EXIT.
002320     EXEC SQL
002330         DECLARE R03-CSR CURSOR FOR
002340         SELECT B.CNTNUM, B.BNKCOD
002350           FROM BNKMST B
002360          WHERE NOT EXISTS
002370                (SELECT 1 FROM GAFMST M
002380                  WHERE M.CNTNUM = B.CNTNUM)
002390          ORDER BY B.CNTNUM
002400     END-EXEC.
002410     EXEC SQL
002420         OPEN R03-CSR
002430     END-EXEC.
002440     PERFORM 2035-FETCH-R03 THRU 2035-EXIT
002450         UNTIL WS-EOF.
002460     EXEC SQL
002470         CLOSE R03-CSR
002480     END-EXEC.
002490     PERFORM 2900-END-RULE THRU 2900-EXIT.
002500 2030-EXIT.
002510     EXIT.
002520 2035-FETCH-R03.
002530     EXEC SQL
002540         FETCH R03-CSR
002550          INTO :WS-KEY-1, :WS-KEY-2
002560     END-EXEC.
002570     PERFORM 2850-LIST-EXCEPTION THRU 2850-EXIT.
002580 2035-EXIT.
002590     EXIT.
002600******************************************************
002610* 2040-RULE-DEPMST - DEPOSIT FOR A CONTRACT NOT ON
002620*                    GAFMST (KEY 2 = DEPOSIT DATE)
002630******************************************************
002640 2040-RULE-DEPMST.
002650     MOVE 4 TO WS-RULE-IDX.
002660     PERFORM 2800-START-RULE THRU 2800-EXIT.
002670     EXEC SQL
002680         DECLARE R04-CSR CURSOR FOR
002690         SELECT D.CNTNUM, D.DEPDAY
002700           FROM DEPMST D
002710          WHERE NOT EXISTS
002720                (SELECT 1 FROM GAFMST M
002730                  WHERE M.CNTNUM = D.CNTNUM)
002740          ORDER BY D.CNTNUM
002750     END-EXEC.
002760     EXEC SQL
002770         OPEN R04-CSR
002780     END-EXEC.
002790     PERFORM 2045-FETCH-R04 THRU 2045-EXIT
002800         UNTIL WS-EOF.
002810     EXEC SQL
002820         CLOSE R04-CSR
002830     END-EXEC.
002840     PERFORM 2900-END-RULE THRU 2900-EXIT.
002850 2040-EXIT.
002860     EXIT.
002870 2045-FETCH-R04.
002880     EXEC SQL
002890         FETCH R04-CSR
002900          INTO :WS-KEY-1, :WS-KEY-2
002910     END-EXEC.
002920     PERFORM 2850-LIST-EXCEPTION THRU 2850-EXIT.
002930 2045-EXIT.
002940     EXIT.
002950******************************************************
002960* 2050-RULE-PAYDUN - DUNNING STATE FOR A CONTRACT NOT
002970*                    ON GAFMST (KEY 2 = LAST NOTICE)
002980******************************************************
002990 2050-RULE-PAYDUN.
003000     MOVE 5 TO WS-RULE-IDX.
003010     PERFORM 2800-START-RULE THRU 2800-EXIT.
003020     EXEC SQL
003030         DECLARE R05-CSR CURSOR FOR
003040         SELECT D.CNTNUM, D.DUNDAY
003050           FROM PAYDUN D
003060          WHERE NOT EXISTS
003070                (SELECT 1 FROM GAFMST M
003080                  WHERE M.CNTNUM = D.CNTNUM)
003090          ORDER BY D.CNTNUM
003100     END-EXEC.
003110     EXEC SQL
003120         OPEN R05-CSR
003130     END-EXEC.
003140     PERFORM 2055-FETCH-R05 THRU 2055-EXIT
003150         UNTIL WS-EOF.
003160     EXEC SQL
003170         CLOSE R05-CSR
003180     END-EXEC.
003190     PERFORM 2900-END-RULE THRU 2900-EXIT.
003200 2050-EXIT.
003210     EXIT.
003220 2055-FETCH-R05.
003230     EXEC SQL
003240         FETCH R05-CSR
003250          INTO :WS-KEY-1, :WS-KEY-2
003260     END-EXEC.
003270     PERFORM 2850-LIST-EXCEPTION THRU 2850-EXIT.
003280 2055-EXIT.
003290     EXIT.
003300******************************************************
003310* 2060-RULE-CRDBAL - CREDIT BALANCE FOR A CONTRACT NOT
003320*                    ON GAFMST (KEY 2 = CREDIT DATE)
003330******************************************************
003340 2060-RULE-CRDBAL.
003350     MOVE 6 TO WS-RULE-IDX.
003360     PERFORM 2800-START-RULE THRU 2800-EXIT.
003370     EXEC SQL
003380         DECLARE R06-CSR CURSOR FOR
003390         SELECT C.CNTNUM, C.CRDDAY
003400           FROM CRDBAL C
003410          WHERE NOT EXISTS
003420                (SELECT 1 FROM GAFMST M
003430                  WHERE M.CNTNUM = C.CNTNUM)
003440          ORDER BY C.CNTNUM, C.CRDDAY
003450     END-EXEC.
003460     EXEC SQL
003470         OPEN R06-CSR
003480     END-EXEC.
003490     PERFORM 2065-FETCH-R06 THRU 2065-EXIT
003500         UNTIL WS-EOF.
003510     EXEC SQL
003520         CLOSE R06-CSR
003530     END-EXEC.
003540     PERFORM 2900-END-RULE THRU 2900-EXIT.
003550 2060-EXIT.
003560     EXIT.
003570 2065-FETCH-R06.
003580     EXEC SQL
003590         FETCH R06-CSR
003600          INTO :WS-KEY-1, :WS-KEY-2
003610     END-EXEC.
003620     PERFORM 2850-LIST-EXCEPTION THRU 2850-EXIT.
003630 2065-EXIT.
003640     EXIT.
003650******************************************************
003660* 2070-RULE-EOTDSP - END-OF-TERM DISPOSITION FOR A
003670*                    CONTRACT NOT ON GAFMST (KEY 2 =
003680*                    DISPOSITION DATE)
003690******************************************************
003700 2070-RULE-EOTDSP.
003710     MOVE 7 TO WS-RULE-IDX.
003720     PERFORM 2800-START-RULE THRU 2800-EXIT.
003730     EXEC SQL
003740         DECLARE R07-CSR CURSOR FOR
003750         SELECT E.CNTNUM, E.DSPDAY
003760           FROM EOTDSP E
003770          WHERE NOT EXISTS
003780                (SELECT 1 FROM GAFMST M
003790                  WHERE M.CNTNUM = E.CNTNUM)
003800          ORDER BY E.CNTNUM
003810     END-EXEC.
003820     EXEC SQL
003830         OPEN R07-CSR
003840     END-EXEC.
003850     PERFORM 2075-FETCH-R07 THRU 2075-EXIT
003860         UNTIL WS-EOF.
003870     EXEC SQL
003880         CLOSE R07-CSR
003890     END-EXEC.
003900     PERFORM 2900-END-RULE THRU 2900-EXIT.
003910 2070-EXIT.
003920     EXIT.
003930 2075-FETCH-R07.
003940     EXEC SQL
003950         FETCH R07-CSR
003960          INTO :WS-KEY-1, :WS-KEY-2
003970     END-EXEC.
003980     PERFORM 2850-LIST-EXCEPTION THRU 2850-EXIT.
003990 2075-EXIT.
004000     EXIT.
004010******************************************************
004020* 2080-RULE-PAYCLT - CONTRACT WHOSE PAYCLT HAS NO
004030*                    CLTMST CLIENT ROW
004040******************************************************
004050 2080-RULE-PAYCLT.
004060     MOVE 8 TO WS-RULE-IDX.
004070     PERFORM 2800-START-RULE THRU 2800-EXIT.
004080     EXEC SQL
004090         DECLARE R08-CSR CURSOR FOR
004100         SELECT M.CNTNUM, M.PAYCLT
004110           FROM GAFMST M
004120          WHERE NOT EXISTS
004130                (SELECT 1 FROM CLTMST C
004140                  WHERE C.PAYCLT = M.PAYCLT)
004150          ORDER BY M.CNTNUM
004160     END-EXEC.
004170     EXEC SQL
004180         OPEN R08-CSR
004190     END-EXEC.
004200     PERFORM 2085-FETCH-R08 THRU 2085-EXIT
004210         UNTIL WS-EOF.
004220     EXEC SQL
004230         CLOSE R08-CSR
004240     END-EXEC.
004250     PERFORM 2900-END-RULE THRU 2900-EXIT.
004260 2080-EXIT.
004270     EXIT.
004280 2085-FETCH-R08.
004290     EXEC SQL
004300         FETCH R08-CSR
004310          INTO :WS-KEY-1, :WS-KEY-2
004320     END-EXEC.
004330     PERFORM 2850-LIST-EXCEPTION THRU 2850-EXIT.
004340 2085-EXIT.
004350     EXIT.
004360******************************************************
004370* 2090-RULE-NEWCNT - RE-LEASE DISPOSITION WHOSE NEW
004380*                    CONTRACT WAS NEVER ADDED
004390******************************************************
004400 2090-RULE-NEWCNT.
004410     MOVE 9 TO WS-RULE-IDX.
004420     PERFORM 2800-START-RULE THRU 2800-EXIT.
004430     EXEC SQL
004440         DECLARE R09-CSR CURSOR FOR
004450         SELECT E.CNTNUM, E.NEWCNT
004460           FROM EOTDSP E
004470          WHERE E.DSPCOD = 'L'
004480            AND NOT EXISTS
004490                (SELECT 1 FROM GAFMST M
004500                  WHERE M.CNTNUM = E.NEWCNT)
004510          ORDER BY E.CNTNUM
004520     END-EXEC.
004530     EXEC SQL
004540         OPEN R09-CSR
004550     END-EXEC.
004560     PERFORM 2095-FETCH-R09 THRU 2095-EXIT
004570         UNTIL WS-EOF.
004580     EXEC SQL
004590         CLOSE R09-CSR
004600     END-EXEC.
004610     PERFORM 2900-END-RULE THRU 2900-EXIT.
004620 2090-EXIT.
004630     EXIT.
004640 2095-FETCH-R09.
004650     EXEC SQL
004660         FETCH R09-CSR
004670          INTO :WS-KEY-1, :WS-KEY-2
004680     END-EXEC.
004690     PERFORM 2850-LIST-EXCEPTION THRU 2850-EXIT.
004700 2095-EXIT.
004710     EXIT.
004720******************************************************
004730* 2100-RULE-DUNTRM - DUNNING LEVEL STILL OPEN ON A
004740*                    CONTRACT ALREADY TERMINATED
004750*                    (CHCKYN Y)
004760******************************************************
004770 2100-RULE-DUNTRM.
004780     MOVE 10 TO WS-RULE-IDX.
004790     PERFORM 2800-START-RULE THRU 2800-EXIT.
004800     EXEC SQL
004810         DECLARE R10-CSR CURSOR FOR
004820         SELECT D.CNTNUM, D.DUNDAY
004830           FROM PAYDUN D, GAFMST M
004840          WHERE M.CNTNUM = D.CNTNUM
004850            AND M.CHCKYN = 'Y'
004860            AND D.DUNLVL > 0
004870          ORDER BY D.CNTNUM
004880     END-EXEC.
004890     EXEC SQL
004900         OPEN R10-CSR
004910     END-EXEC.
004920     PERFORM 2105-FETCH-R10 THRU 2105-EXIT
004930         UNTIL WS-EOF.
004940     EXEC SQL
004950         CLOSE R10-CSR
004960     END-EXEC.
004970     PERFORM 2900-END-RULE THRU 2900-EXIT.
004980 2100-EXIT.
004990     EXIT.
005000 2105-FETCH-R10.
005010     EXEC SQL
005020         FETCH R10-CSR
005030          INTO :WS-KEY-1, :WS-KEY-2
005040     END-EXEC.
005050     PERFORM 2850-LIST-EXCEPTION THRU 2850-EXIT.
005060 2105-EXIT.
005070     EXIT.
005080******************************************************
005090* 2110-RULE-ARRTRM - PROMISE-TO-PAY STILL IN GOOD
005100*                    STANDING ON A TERMINATED CONTRACT
005110*                    (KEY 2 = DATE THE PROMISE WAS TAKEN)
005120******************************************************
005130 2110-RULE-ARRTRM.
005140     MOVE 11 TO WS-RULE-IDX.
005150     PERFORM 2800-START-RULE THRU 2800-EXIT.
005160     EXEC SQL
005170         DECLARE R11-CSR CURSOR FOR
005180         SELECT A.CNTNUM, A.ARRDAY
005190           FROM PAYARR A, GAFMST M
005200          WHERE M.CNTNUM = A.CNTNUM
005210            AND M.CHCKYN = 'Y'
005220            AND A.ARRSTS = 'A'
005230          ORDER BY A.CNTNUM, A.ARRSEQ
005240     END-EXEC.
005250     EXEC SQL
005260         OPEN R11-CSR
005270     END-EXEC.
005280     PERFORM 2115-FETCH-R11 THRU 2115-EXIT
005290         UNTIL WS-EOF.
005300     EXEC SQL
005310         CLOSE R11-CSR
005320     END-EXEC.
005330     PERFORM 2900-END-RULE THRU 2900-EXIT.
005340 2110-EXIT.
005350     EXIT.
005360 2115-FETCH-R11.
005370     EXEC SQL
005380         FETCH R11-CSR
005390          INTO :WS-KEY-1, :WS-KEY-2
005400     END-EXEC.
005410     PERFORM 2850-LIST-EXCEPTION THRU 2850-EXIT.
005420 2115-EXIT.
005430     EXIT.
005440******************************************************
005450* 2120-RULE-PAYARR - ARRANGEMENT FOR A CONTRACT NOT ON
005460*                    GAFMST (KEY 2 = DATE TAKEN)
005470******************************************************
005480 2120-RULE-PAYARR.
005490     MOVE 12 TO WS-RULE-IDX.
005500     PERFORM 2800-START-RULE THRU 2800-EXIT.
005510     EXEC SQL
005520         DECLARE R12-CSR CURSOR FOR
005530         SELECT A.CNTNUM, A.ARRDAY
005540           FROM PAYARR A
005550          WHERE NOT EXISTS
005560                (SELECT 1 FROM GAFMST M
005570                  WHERE M.CNTNUM = A.CNTNUM)
005580          ORDER BY A.CNTNUM, A.ARRSEQ
005590     END-EXEC.
005600     EXEC SQL
005610         OPEN R12-CSR
005620     END-EXEC.
005630     PERFORM 2125-FETCH-R12 THRU 2125-EXIT
005640         UNTIL WS-EOF.
005650     EXEC SQL
005660         CLOSE R12-CSR
005670     END-EXEC.
005680     PERFORM 2900-END-RULE THRU 2900-EXIT.
005690 2120-EXIT.
005700     EXIT.
005710 2125-FETCH-R12.
005720     EXEC SQL
005730         FETCH R12-CSR
005740          INTO :WS-KEY-1, :WS-KEY-2
005750     END-EXEC.
005760     PERFORM 2850-LIST-EXCEPTION THRU 2850-EXIT.
005770 2125-EXIT.
005780     EXIT.
005790******************************************************
005800* 2130-RULE-ASTREG - ACTIVE LEASED ASSET WHOSE
005810*                    CONTRACT IS NOT ON GAFMST (KEY 1 =
005820*                    CNTNUM, KEY 2 = ASSET NUMBER)
005830******************************************************
005840 2130-RULE-ASTREG.
005850     MOVE 13 TO WS-RULE-IDX.
005860     PERFORM 2800-START-RULE THRU 2800-EXIT.
005870     EXEC SQL
005880         DECLARE R13-CSR CURSOR FOR
005890         SELECT A.CNTNUM, A.ASTNUM
005900           FROM ASTREG A
005910          WHERE A.ASTSTS = 'A'
005920            AND NOT EXISTS
005930                (SELECT 1 FROM GAFMST M
005940                  WHERE M.CNTNUM = A.CNTNUM)
005950          ORDER BY A.CNTNUM, A.ASTNUM
005960     END-EXEC.
005970     EXEC SQL
005980         OPEN R13-CSR
005990     END-EXEC.
006000     PERFORM 2135-FETCH-R13 THRU 2135-EXIT
006010         UNTIL WS-EOF.
006020     EXEC SQL
006030         CLOSE R13-CSR
006040     END-EXEC.
006050     PERFORM 2900-END-RULE THRU 2900-EXIT.
006060 2130-EXIT.
006070     EXIT.
006080 2135-FETCH-R13.
006090     EXEC SQL
006100         FETCH R13-CSR
006110          INTO :WS-KEY-1, :WS-KEY-NUM
006120     END-EXEC.
006130     MOVE WS-KEY-NUM TO WS-KEY-DSP.
006140     MOVE WS-KEY-DSP TO WS-KEY-2.
006150     PERFORM 2850-LIST-EXCEPTION THRU 2850-EXIT.
006160 2135-EXIT.
006170     EXIT.
006180******************************************************
006190* 2140-RULE-CNTAMD - AMENDMENT STILL PENDING FOR A
006200*                    CONTRACT TERMINATED OR NOT ON
006210*                    GAFMST (KEY 2 = EFFECTIVE DATE)
006220******************************************************
006230 2140-RULE-CNTAMD.
006240     MOVE 14 TO WS-RULE-IDX.
006250     PERFORM 2800-START-RULE THRU 2800-EXIT.
006260     EXEC SQL
006270         DECLARE R14-CSR CURSOR FOR
006280         SELECT A.CNTNUM, A.EFFDAY
006290           FROM CNTAMD A
006300          WHERE A.AMDSTS = 'P'
006310            AND NOT EXISTS
006320                (SELECT 1 FROM GAFMST M
006330                  WHERE M.CNTNUM = A.CNTNUM
006340                    AND M.CHCKYN <> 'Y')
006350          ORDER BY A.CNTNUM, A.EFFDAY
006360     END-EXEC.
006370     EXEC SQL
006380         OPEN R14-CSR
006390     END-EXEC.
006400     PERFORM 2145-FETCH-R14 THRU 2145-EXIT
006410         UNTIL WS-EOF.
006420     EXEC SQL
006430         CLOSE R14-CSR
006440     END-EXEC.
006450     PERFORM 2900-END-RULE THRU 2900-EXIT.
006460 2140-EXIT.
006470     EXIT.
006480 2145-FETCH-R14.
006490     EXEC SQL
006500         FETCH R14-CSR
006510          INTO :WS-KEY-1, :WS-KEY-2
006520     END-EXEC.
006530     PERFORM 2850-LIST-EXCEPTION THRU 2850-EXIT.
006540 2145-EXIT.
006550     EXIT.
006560******************************************************
006570* 2150-RULE-CLTLIM - CREDIT LIMIT FOR A CLIENT NOT ON
006580*                    CLTMST
006590******************************************************
006600 2150-RULE-CLTLIM.
006610     MOVE 15 TO WS-RULE-IDX.
006620     PERFORM 2800-START-RULE THRU 2800-EXIT.
006630     EXEC SQL
006640         DECLARE R15-CSR CURSOR FOR
006650         SELECT L.PAYCLT, L.MODPSN
006660           FROM CLTLIM L
006670          WHERE NOT EXISTS
006680                (SELECT 1 FROM CLTMST C
006690                  WHERE C.PAYCLT = L.PAYCLT)
006700          ORDER BY L.PAYCLT
006710     END-EXEC.
006720     EXEC SQL
006730         OPEN R15-CSR
006740     END-EXEC.
006750     PERFORM 2155-FETCH-R15 THRU 2155-EXIT
006760         UNTIL WS-EOF.
006770     EXEC SQL
006780         CLOSE R15-CSR
006790     END-EXEC.
006800     PERFORM 2900-END-RULE THRU 2900-EXIT.
006810 2150-EXIT.
006820     EXIT.
006830 2155-FETCH-R15.
006840     EXEC SQL
006850         FETCH R15-CSR
006860          INTO :WS-KEY-1, :WS-KEY-2
006870     END-EXEC.
006880     PERFORM 2850-LIST-EXCEPTION THRU 2850-EXIT.
006890 2155-EXIT.
006900     EXIT.
006910******************************************************
006920* 2800-START-RULE - RULE HEADING, RESET THE CURSOR EOF
006930******************************************************
006940 2800-START-RULE.
006950     MOVE "N" TO WS-EOF-SW.
006960     MOVE RN-TEXT(WS-RULE-IDX) TO RL-TEXT.
006970     WRITE PAY150-RPT-REC FROM WS-RULE-LINE.
006980 2800-EXIT.
006990     EXIT.
007000******************************************************
007010* 2850-LIST-EXCEPTION - ONE EXCEPTION LINE FOR THE ROW
007020*                       JUST FETCHED, OR END OF RULE
007030******************************************************
007040 2850-LIST-EXCEPTION.
007050     IF SQLCODE NOT = 0
007060         MOVE "Y" TO WS-EOF-SW
007070         GO TO 2850-EXIT
007080     END-IF.
007090     MOVE RN-TEXT(WS-RULE-IDX)(1:3) TO XL-RULE.
007100     MOVE WS-KEY-1 TO XL-KEY-1.
007110     MOVE WS-KEY-2 TO XL-KEY-2.
007120     WRITE PAY150-RPT-REC FROM WS-EXC-LINE.
007130     ADD 1 TO RT-CNT(WS-RULE-IDX).
007140     ADD 1 TO WS-EXC-TOTAL.
007150 2850-EXIT.
007160     EXIT.
007170******************************************************
007180* 2900-END-RULE - A RULE WITH NOTHING FOUND SAYS SO
007190******************************************************
007200 2900-END-RULE.
007210     IF RT-CNT(WS-RULE-IDX) = ZERO
007220         MOVE SPACES TO XL-RULE
007230         MOVE "NONE" TO XL-KEY-1
007240         MOVE SPACES TO XL-KEY-2
007250         WRITE PAY150-RPT-REC FROM WS-EXC-LINE
007260     END-IF.
007270 2900-EXIT.
007280     EXIT.
007290******************************************************
007300* 2950-PRINT-COUNT - ONE LINE OF THE COUNT PER RULE
007310******************************************************
007320 2950-PRINT-COUNT.
007330     MOVE RN-TEXT(WS-RULE-IDX) TO CL-TEXT.
007340     MOVE RT-CNT(WS-RULE-IDX) TO CL-COUNT.
007350     WRITE PAY150-RPT-REC FROM WS-COUNT-LINE.
007360 2950-EXIT.
007370     EXIT.
007380******************************************************
007390* 3000-TERMINATE - COUNT PER RULE, VERDICT, RUNCTL
007400******************************************************
007410 3000-TERMINATE.
007420     MOVE "EXCEPTIONS BY RULE" TO RL-TEXT.
007430     WRITE PAY150-RPT-REC FROM WS-RULE-LINE.
007440     PERFORM 2950-PRINT-COUNT THRU 2950-EXIT
007450         VARYING WS-RULE-IDX FROM 1 BY 1
007460         UNTIL WS-RULE-IDX > 15.
007470     IF WS-EXC-TOTAL = ZERO
007480         MOVE "ALL RELATIONSHIPS INTACT" TO VD-TEXT
007490         MOVE "C" TO WS-RC-STS
007500     ELSE
007510         MOVE "INTEGRITY EXCEPTIONS FOUND - REVIEW" TO VD-TEXT
007520         MOVE "F" TO WS-RC-STS
007530     END-IF.
007540     MOVE WS-EXC-TOTAL TO VD-COUNT.
007550     WRITE PAY150-RPT-REC FROM WS-VERDICT-LINE.
007560     PERFORM 3050-REGISTER-END THRU 3050-EXIT.
007570     EXEC SQL
007580         COMMIT
007590     END-EXEC.
007600     CLOSE PAY150-RPT.
007610 3000-EXIT.
007620     EXIT.
007630******************************************************
007640* 1050-REGISTER-START - RUNCTL RUN CONTROL: NO
007650*                       DUPLICATE RUN FOR THE DATE
007660******************************************************
007670 1050-REGISTER-START.
007680     EXEC SQL
007690         SELECT RUNSTS
007700           INTO :WS-RC-STS
007710           FROM RUNCTL
007720          WHERE PGMNAM = 'PAY150'
007730            AND BUSDAY = :WS-TODAY
007740     END-EXEC.
007750     IF SQLCODE = 0
007760         DISPLAY "PAY150 - ALREADY RUN FOR " WS-TODAY
007770                 " - PAY129 OVERRIDE REQUIRED"
007780         PERFORM 1090-REFUSE-START THRU 1090-EXIT
007790     END-IF.
007800     MOVE "C" TO WS-RC-STS.
007810     EXEC SQL
007820         INSERT INTO RUNCTL
007830             (PGMNAM, BUSDAY, STRDAY, STRTIM, ENDDAY,
007840              ENDTIM, RUNSTS, EXCCNT)
007850         VALUES
007860             ('PAY150', :WS-TODAY, :WS-TODAY,
007870              :WS-NOWTIME, ' ', ' ', 'R', 0)
007880     END-EXEC.
007890     EXEC SQL
007900         COMMIT
007910     END-EXEC.
007920 1050-EXIT.
007930     EXIT.
007940******************************************************
007950* 1090-REFUSE-START - THE RUN MAY NOT PROCEED. A
007960*                     DELIBERATE RERUN NEEDS A PAY129
007970*                     OPERATOR OVERRIDE FIRST
007980******************************************************
007990 1090-REFUSE-START.
008000     MOVE 16 TO RETURN-CODE.
008010     STOP RUN.
008020 1090-EXIT.
008030     EXIT.
008040******************************************************
008050* 3050-REGISTER-END - CLOSE THE RUNCTL ROW OUT; EXCCNT
008060*                     CARRIES THE EXCEPTIONS FOUND
008070******************************************************
008080 3050-REGISTER-END.
008090     ACCEPT WS-NOWTIME FROM TIME.
008100     EXEC SQL
008110         UPDATE RUNCTL
008120            SET ENDDAY = :WS-TODAY,
008130                ENDTIM = :WS-NOWTIME,
008140                RUNSTS = :WS-RC-STS,
008150                EXCCNT = :WS-EXC-TOTAL
008160          WHERE PGMNAM = 'PAY150'
008170            AND BUSDAY = :WS-TODAY
008180     END-EXEC.
008190 3050-EXIT.
008200     EXIT.
