000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. PAY137.
000030 AUTHOR. K.SATO.
000040 INSTALLATION. SYSTEM DEVELOPMENT DEPT.
000050 DATE-WRITTEN. 2026-09-11.
000060 DATE-COMPILED.
000070******************************************************
000080* MODIFICATION HISTORY
000090*  2026-09-11  K.SATO   INITIAL VERSION - CONTRACT
000100*                       AMENDMENT SCHEDULE (CNTAMD)
000110*                       MAINTENANCE. ADD / CHANGE /
000120*                       CANCEL FUTURE-DATED TERM CHANGES
000130*                       - NEW LEAAMT, PAYCYC, PAYEND - PER
000140*                       CNTNUM WITH THEIR EFFECTIVE DATE.
000150*                       EVERY CARD NAMES THE KEYING AND
000160*                       THE APPROVING OPERATOR; THE
000170*                       APPROVER MUST BE A DIFFERENT,
000180*                       ACTIVE OPERATOR AT LEVEL 3. AN
000190*                       AMENDMENT MAY NOT START INSIDE A
000200*                       PERIOD ALREADY BILLED AND A PAYCYC
000210*                       CHANGE MUST START ON A CYCLE
000220*                       BOUNDARY. BIL102 BILLS FROM THE
000230*                       TERMS IN FORCE AND PAY138 ROLLS
000240*                       THEM ONTO GAFMST ON THE DAY
000250******************************************************
000260 ENVIRONMENT DIVISION.
000270 INPUT-OUTPUT SECTION.
000280 FILE-CONTROL.
000290     SELECT AMDTRN-FILE ASSIGN TO AMDTRNIN.
000300     SELECT PAY137-RPT ASSIGN TO PAY137RP.
000310 DATA DIVISION.
000320 FILE SECTION.
000330 FD  AMDTRN-FILE
000340     RECORDING MODE IS F
000350     LABEL RECORDS ARE STANDARD.
000360 01  AMDTRN-REC.
000370     03 AM-ACTCOD        PIC X(001).
000380         88 AM-ADD                 VALUE "A".
000390         88 AM-CHANGE              VALUE "C".
000400         88 AM-CANCEL              VALUE "D".
000410     03 AM-CNTNUM        PIC X(009).
000420     03 AM-EFFDAY        PIC X(008).
000430     03 AM-LEAAMT        PIC S9(013) COMP-3.
000440     03 AM-PAYCYC        PIC X(002).
000450     03 AM-PAYEND        PIC X(008).
000460     03 AM-ENTPSN        PIC X(004).
000470     03 AM-APRPSN        PIC X(004).
000480 FD  PAY137-RPT
000490     RECORDING MODE IS F
000500     LABEL RECORDS ARE STANDARD.
000510 01  PAY137-RPT-REC              PIC X(080).
000520 WORKING-STORAGE SECTION.
000530     EXEC SQL INCLUDE SQLCA END-EXEC.
000540     EXEC SQL INCLUDE PAY_GAFMST END-EXEC.
000550     EXEC SQL INCLUDE PAY_CNTAMD END-EXEC.
000560     EXEC SQL INCLUDE PAY_OPRMST END-EXEC.
000570 77  WS-EOF-SW           PIC X(001) VALUE "N".
000580     88 WS-EOF                      VALUE "Y".
000590 77  WS-FOUND-SW         PIC X(001) VALUE "N".
000600     88 WS-FOUND                    VALUE "Y".
000610 77  WS-AMD-FOUND-SW     PIC X(001) VALUE "N".
000620     88 WS-AMD-FOUND                VALUE "Y".
000630 77  WS-DATE-OK-SW       PIC X(001) VALUE "N".
000640     88 WS-DATE-OK                  VALUE "Y".
000650 77  WS-AMD-LEVEL        PIC S9(001) COMP-3 VALUE 3.
000660 77  WS-REJ-RSN          PIC X(020).
000670 77  WS-TODAY            PIC X(008).
000680 77  WS-NOWTIME          PIC X(006).
000690 77  WS-VAL-DATE         PIC X(008).
000700 77  WS-VAL-YYYY         PIC 9(004).
000710 77  WS-VAL-MM           PIC 9(002).
000720 77  WS-VAL-DD           PIC 9(002).
000730 77  WS-VAL-MAXDD        PIC 9(002).
000740 77  WS-LEAP-REM4        PIC 9(004).
000750 77  WS-LEAP-REM100      PIC 9(004).
000760 77  WS-LEAP-REM400      PIC 9(004).
000770 77  WS-LEAP-QUOT        PIC 9(004).
000780 77  WS-ACC-CNT          PIC S9(007) COMP-3 VALUE ZERO.
000790 77  WS-REJ-CNT          PIC S9(007) COMP-3 VALUE ZERO.
000800 77  WS-PND-CNT          PIC S9(007) COMP-3.
000810 77  WS-ANC-DATE         PIC X(008).
000820 77  WS-ANC-CNT          PIC S9(003) COMP-3.
000830 77  WS-ANC-LIM          PIC S9(003) COMP-3.
000840 77  WS-CYC-MOS          PIC 9(002).
000850 77  WS-CYC-IN-FORCE     PIC X(002).
000860 77  WS-BASE-MOS         PIC 9(006).
000870 77  WS-BND-MOS          PIC 9(006).
000880 77  WS-BND-YYYY         PIC 9(004).
000890 77  WS-BND-MM           PIC 9(002).
000900 77  WS-BND-K            PIC S9(003) COMP-3.
000910 77  WS-NXT-DATE         PIC X(008).
000920 77  WS-NEW-BASCNT       PIC S9(003) COMP-3.
000930 01  WS-BND-DATE.
000940     03 WS-BND-DATE-YYYY PIC 9(004).
000950     03 WS-BND-DATE-MM   PIC 9(002).
000960     03 WS-BND-DATE-DD   PIC 9(002).
000970 01  WS-DETAIL-LINE.
000980     03 DL-RESULT        PIC X(009).
000990     03 FILLER           PIC X(002) VALUE SPACES.
001000     03 DL-ACTCOD        PIC X(001).
001010     03 FILLER           PIC X(002) VALUE SPACES.
001020     03 DL-CNTNUM        PIC X(009).
001030     03 FILLER           PIC X(002) VALUE SPACES.
001040     03 DL-EFFDAY        PIC X(008).
001050     03 FILLER           PIC X(002) VALUE SPACES.
001060     03 DL-REASON        PIC X(020).
001070     03 FILLER           PIC X(025) VALUE SPACES.
001080 01  WS-TOTAL-LINE.
001090     03 FILLER           PIC X(009) VALUE "ACCEPTED ".
001100     03 TL-ACCEPT        PIC -(007)9.
001110     03 FILLER           PIC X(011) VALUE "  REJECTED ".
001120     03 TL-REJECT        PIC -(007)9.
001130     03 FILLER           PIC X(044) VALUE SPACES.
001140******************************************************
001150* PROCEDURE DIVISION
001160******************************************************
001170 PROCEDURE DIVISION.
001180 0000-MAINLINE.
001190     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001200     PERFORM 2000-PROCESS-TRAN THRU 2000-EXIT
001210         UNTIL WS-EOF.
001220     PERFORM 3000-TERMINATE THRU 3000-EXIT.
001230     STOP RUN.
001240******************************************************
001250* 1000-INITIALIZE - OPEN FILES, PRIME THE FIRST READ
001260******************************************************
001270 1000-INITIALIZE.
001280     OPEN INPUT AMDTRN-FILE.
001290     OPEN OUTPUT PAY137-RPT.
001300     ACCEPT WS-TODAY FROM DATE YYYYMMDD.
001310     ACCEPT WS-NOWTIME FROM TIME.
001320     READ AMDTRN-FILE
001330         AT END MOVE "Y" TO WS-EOF-SW
001340     END-READ.
001350 1000-EXIT.
001360     EXIT.
001370******************************************************
001380* 2000-PROCESS-TRAN - CHECK THE OPERATORS, THEN ROUTE
001390*                     ONE TRANSACTION BY ACTCOD
001400******************************************************
001410 2000-PROCESS-TRAN.
001420     MOVE SPACES TO WS-REJ-RSN.
001430     PERFORM 2050-CHECK-OPERATORS THRU 2050-EXIT.
001440     IF WS-REJ-RSN NOT = SPACES
001450         PERFORM 2900-WRITE-REJECT THRU 2900-EXIT
001460         GO TO 2000-NEXT
001470     END-IF.
001480     PERFORM 2100-LOOKUP-CONTRACT THRU 2100-EXIT.
001490     PERFORM 2150-LOOKUP-AMENDMENT THRU 2150-EXIT.
001500     IF AM-ADD
001510         PERFORM 2200-ADD-AMENDMENT THRU 2200-EXIT
001520     ELSE
001530         IF AM-CHANGE
001540             PERFORM 2300-CHANGE-AMENDMENT THRU 2300-EXIT
001550         ELSE
001560             IF AM-CANCEL
001570                 PERFORM 2400-CANCEL-AMENDMENT THRU 2400-EXIT
001580             ELSE
001590                 MOVE "BAD ACTION CODE" TO WS-REJ-RSN
001600                 PERFORM 2900-WRITE-REJECT THRU 2900-EXIT
001610             END-IF
001620         END-IF
001630     END-IF.
001640 2000-NEXT.
001650     READ AMDTRN-FILE
001660         AT END MOVE "Y" TO WS-EOF-SW
001670     END-READ.
001680 2000-EXIT.
001690     EXIT.
001700******************************************************
001710* 2050-CHECK-OPERATORS - THE KEYING PSN MUST BE AN
001720*                        ACTIVE OPERATOR; THE APPROVER
001730*                        A DIFFERENT ACTIVE OPERATOR AT
001740*                        AMENDMENT LEVEL OR ABOVE
001750******************************************************
001760 2050-CHECK-OPERATORS.
001770     EXEC SQL
001780         SELECT AUTLVL, ACTFLG
001790           INTO :PAY_OPRMST-AUTLVL, :PAY_OPRMST-ACTFLG
001800           FROM OPRMST
001810          WHERE PSN = :AM-ENTPSN
001820     END-EXEC.
001830     IF SQLCODE NOT = 0
001840         MOVE "OPERATOR UNKNOWN" TO WS-REJ-RSN
001850         GO TO 2050-EXIT
001860     END-IF.
001870     IF PAY_OPRMST-ACTFLG NOT = "Y"
001880         MOVE "OPERATOR INACTIVE" TO WS-REJ-RSN
001890         GO TO 2050-EXIT
001900     END-IF.
001910     IF AM-APRPSN = SPACES
001920         MOVE "APPROVER MISSING" TO WS-REJ-RSN
001930         GO TO 2050-EXIT
001940     END-IF.
001950     IF AM-APRPSN = AM-ENTPSN
001960         MOVE "APPROVER IS KEYER" TO WS-REJ-RSN
001970         GO TO 2050-EXIT
001980     END-IF.
001990     EXEC SQL
002000         SELECT AUTLVL, ACTFLG
002010           INTO :PAY_OPRMST-AUTLVL, :PAY_OPRMST-ACTFLG
002020           FROM OPRMST
002030          WHERE PSN = :AM-APRPSN
002040     END-EXEC.
002050     IF SQLCODE NOT = 0
002060         MOVE "APPROVER UNKNOWN" TO WS-REJ-RSN
002070         GO TO 2050-EXIT
002080     END-IF.
002090     IF PAY_OPRMST-ACTFLG NOT = "Y"
002100         MOVE "APPROVER INACTIVE" TO WS-REJ-RSN
002110         GO TO 2050-EXIT
002120     END-IF.
002130     IF PAY_OPRMST-AUTLVL < WS-AMD-LEVEL
002140         MOVE "LEVEL TOO LOW - AMD" TO WS-REJ-RSN
002150         GO TO 2050-EXIT
002160     END-IF.
002170 2050-EXIT.
002180     EXIT.
002190******************************************************
002200* 2100-LOOKUP-CONTRACT - THE CURRENT MASTER TERMS
002210******************************************************
002220 2100-LOOKUP-CONTRACT.
002230     MOVE "N" TO WS-FOUND-SW.
002240     EXEC SQL
002250         SELECT PAYBGN, PAYCYC, PAYCNT, PAYEND, LEAAMT,
002260                CHCKYN
002270           INTO :PAY_GAFMST-PAYBGN, :PAY_GAFMST-PAYCYC,
002280                :PAY_GAFMST-PAYCNT, :PAY_GAFMST-PAYEND,
002290                :PAY_GAFMST-LEAAMT, :PAY_GAFMST-CHCKYN
002300           FROM GAFMST
002310          WHERE CNTNUM = :AM-CNTNUM
002320     END-EXEC.
002330     IF SQLCODE = 0
002340         MOVE "Y" TO WS-FOUND-SW.
002350 2100-EXIT.
002360     EXIT.
002370******************************************************
002380* 2150-LOOKUP-AMENDMENT - IS THE CNTNUM/EFFDAY ON FILE,
002390*                         WHATEVER ITS STATUS - ONE ROW
002400*                         PER EFFDAY
002410******************************************************
002420 2150-LOOKUP-AMENDMENT.
002430     MOVE "N" TO WS-AMD-FOUND-SW.
002440     EXEC SQL
002450         SELECT AMDSTS
002460           INTO :PAY_CNTAMD-AMDSTS
002470           FROM CNTAMD
002480          WHERE CNTNUM = :AM-CNTNUM
002490            AND EFFDAY = :AM-EFFDAY
002500     END-EXEC.
002510     IF SQLCODE = 0
002520         MOVE "Y" TO WS-AMD-FOUND-SW.
002530 2150-EXIT.
002540     EXIT.
002550******************************************************
002560* 2200-ADD-AMENDMENT - VALIDATE AND SCHEDULE A NEW
002570*                      AMENDMENT, PENDING ITS EFFDAY. A
002580*                      CANCELLED ONE FOR THE SAME EFFDAY
002590*                      IS KEYED AGAIN OVER ITS OWN ROW
002600******************************************************
002610 2200-ADD-AMENDMENT.
002620     IF WS-AMD-FOUND AND PAY_CNTAMD-CANCELLED
002630         PERFORM 2250-REKEY-AMENDMENT THRU 2250-EXIT
002640         GO TO 2200-EXIT
002650     END-IF.
002660     IF WS-AMD-FOUND
002670         MOVE "AMENDMENT ON FILE" TO WS-REJ-RSN
002680         PERFORM 2900-WRITE-REJECT THRU 2900-EXIT
002690         GO TO 2200-EXIT
002700     END-IF.
002710     PERFORM 2500-VALIDATE-FIELDS THRU 2500-EXIT.
002720     IF WS-REJ-RSN NOT = SPACES
002730         PERFORM 2900-WRITE-REJECT THRU 2900-EXIT
002740         GO TO 2200-EXIT
002750     END-IF.
002760     EXEC SQL
002770         INSERT INTO CNTAMD
002780             (CNTNUM, EFFDAY, LEAAMT, PAYCYC, PAYEND,
002790              BASCNT, AMDSTS, OLDLEA, OLDCYC, OLDEND,
002800              ENTPSN, APRPSN, APLDAY, REGDAY, REGTIM,
002810              MODDAY, MODTIM, MODPSN)
002820         VALUES
002830             (:AM-CNTNUM, :AM-EFFDAY, :AM-LEAAMT,
002840              :AM-PAYCYC, :AM-PAYEND, :WS-NEW-BASCNT,
002850              "P", 0, " ", " ", :AM-ENTPSN, :AM-APRPSN,
002860              " ", :WS-TODAY, :WS-NOWTIME, :WS-TODAY,
002870              :WS-NOWTIME, :AM-ENTPSN)
002880     END-EXEC.
002890     ADD 1 TO WS-ACC-CNT.
002900     MOVE "ADDED   " TO DL-RESULT.
002910     PERFORM 2950-WRITE-DETAIL THRU 2950-EXIT.
002920 2200-EXIT.
002930     EXIT.
002940******************************************************
002950* 2250-REKEY-AMENDMENT - A CANCELLED AMENDMENT KEYED
002960*                        AGAIN GOES BACK TO PENDING WITH
002970*                        THE NEW TERMS AND OPERATORS
002980******************************************************
002990 2250-REKEY-AMENDMENT.
003000     PERFORM 2500-VALIDATE-FIELDS THRU 2500-EXIT.
003010     IF WS-REJ-RSN NOT = SPACES
003020         PERFORM 2900-WRITE-REJECT THRU 2900-EXIT
003030         GO TO 2250-EXIT
003040     END-IF.
003050     EXEC SQL
003060         UPDATE CNTAMD
003070            SET LEAAMT = :AM-LEAAMT,
003080                PAYCYC = :AM-PAYCYC,
003090                PAYEND = :AM-PAYEND,
003100                BASCNT = :WS-NEW-BASCNT,
003110                AMDSTS = "P",
003120                ENTPSN = :AM-ENTPSN,
003130                APRPSN = :AM-APRPSN,
003140                MODDAY = :WS-TODAY,
003150                MODTIM = :WS-NOWTIME,
003160                MODPSN = :AM-ENTPSN
003170          WHERE CNTNUM = :AM-CNTNUM
003180            AND EFFDAY = :AM-EFFDAY
003190            AND AMDSTS = 'X'
003200     END-EXEC.
003210     ADD 1 TO WS-ACC-CNT.
003220     MOVE "ADDED   " TO DL-RESULT.
003230     PERFORM 2950-WRITE-DETAIL THRU 2950-EXIT.
003240 2250-EXIT.
003250     EXIT.
003260******************************************************
003270* 2300-CHANGE-AMENDMENT - REWRITE A PENDING AMENDMENT.
003280*                         ONE ALREADY ROLLED ONTO GAFMST
003290*                         OR CANCELLED STAYS AS IT IS
003300******************************************************
003310 2300-CHANGE-AMENDMENT.
003320     IF NOT WS-AMD-FOUND
003330         MOVE "AMENDMENT NOT FOUND" TO WS-REJ-RSN
003340         PERFORM 2900-WRITE-REJECT THRU 2900-EXIT
003350         GO TO 2300-EXIT
003360     END-IF.
003370     IF NOT PAY_CNTAMD-PENDING
003380         MOVE "NOT PENDING" TO WS-REJ-RSN
003390         PERFORM 2900-WRITE-REJECT THRU 2900-EXIT
003400         GO TO 2300-EXIT
003410     END-IF.
003420     PERFORM 2500-VALIDATE-FIELDS THRU 2500-EXIT.
003430     IF WS-REJ-RSN NOT = SPACES
003440         PERFORM 2900-WRITE-REJECT THRU 2900-EXIT
003450         GO TO 2300-EXIT
003460     END-IF.
003470     EXEC SQL
003480         UPDATE CNTAMD
003490            SET LEAAMT = :AM-LEAAMT,
003500                PAYCYC = :AM-PAYCYC,
003510                PAYEND = :AM-PAYEND,
003520                BASCNT = :WS-NEW-BASCNT,
003530                ENTPSN = :AM-ENTPSN,
003540                APRPSN = :AM-APRPSN,
003550                MODDAY = :WS-TODAY,
003560                MODTIM = :WS-NOWTIME,
003570                MODPSN = :AM-ENTPSN
003580          WHERE CNTNUM = :AM-CNTNUM
003590            AND EFFDAY = :AM-EFFDAY
003600            AND AMDSTS = 'P'
003610     END-EXEC.
003620     ADD 1 TO WS-ACC-CNT.
003630     MOVE "CHANGED " TO DL-RESULT.
003640     PERFORM 2950-WRITE-DETAIL THRU 2950-EXIT.
003650 2300-EXIT.
003660     EXIT.
003670******************************************************
003680* 2400-CANCEL-AMENDMENT - A PENDING AMENDMENT IS MARKED
003690*                         CANCELLED, NOT DELETED, SO THE
003700*                         PAY139 HISTORY STILL SHOWS IT
003710******************************************************
003720 2400-CANCEL-AMENDMENT.
003730     IF NOT WS-AMD-FOUND
003740         MOVE "AMENDMENT NOT FOUND" TO WS-REJ-RSN
003750         PERFORM 2900-WRITE-REJECT THRU 2900-EXIT
003760         GO TO 2400-EXIT
003770     END-IF.
003780     IF NOT PAY_CNTAMD-PENDING
003790         MOVE "NOT PENDING" TO WS-REJ-RSN
003800         PERFORM 2900-WRITE-REJECT THRU 2900-EXIT
003810         GO TO 2400-EXIT
003820     END-IF.
003830     EXEC SQL
003840         UPDATE CNTAMD
003850            SET AMDSTS = "X",
003860                MODDAY = :WS-TODAY,
003870                MODTIM = :WS-NOWTIME,
003880                MODPSN = :AM-ENTPSN
003890          WHERE CNTNUM = :AM-CNTNUM
003900            AND EFFDAY = :AM-EFFDAY
003910            AND AMDSTS = 'P'
003920     END-EXEC.
003930     ADD 1 TO WS-ACC-CNT.
003940     MOVE "CANCELLED" TO DL-RESULT.
003950     PERFORM 2950-WRITE-DETAIL THRU 2950-EXIT.
003960 2400-EXIT.
003970     EXIT.
003980******************************************************
003990* 2500-VALIDATE-FIELDS - ALL EDITS FOR ADD AND CHANGE.
004000*                        FIRST FAILURE WINS THE REASON
004010******************************************************
004020 2500-VALIDATE-FIELDS.
004030     MOVE ZERO TO WS-NEW-BASCNT.
004040     IF NOT WS-FOUND
004050         MOVE "CNTNUM NOT ON FILE" TO WS-REJ-RSN
004060         GO TO 2500-EXIT
004070     END-IF.
004080     IF PAY_GAFMST-CHCKYN = "Y"
004090         MOVE "CONTRACT TERMINATED" TO WS-REJ-RSN
004100         GO TO 2500-EXIT
004110     END-IF.
004120     MOVE AM-EFFDAY TO WS-VAL-DATE.
004130     PERFORM 5000-VALIDATE-DATE THRU 5000-EXIT.
004140     IF NOT WS-DATE-OK
004150         MOVE "BAD EFFDAY DATE" TO WS-REJ-RSN
004160         GO TO 2500-EXIT
004170     END-IF.
004180     IF AM-LEAAMT NOT NUMERIC
004190         MOVE "LEAAMT NOT NUMERIC" TO WS-REJ-RSN
004200         GO TO 2500-EXIT
004210     END-IF.
004220     IF AM-LEAAMT < ZERO
004230         MOVE "LEAAMT NEGATIVE" TO WS-REJ-RSN
004240         GO TO 2500-EXIT
004250     END-IF.
004260     IF AM-LEAAMT = ZERO AND AM-PAYCYC = SPACES
004270        AND AM-PAYEND = SPACES
004280         MOVE "NO TERMS CHANGED" TO WS-REJ-RSN
004290         GO TO 2500-EXIT
004300     END-IF.
004310     IF AM-PAYCYC NOT = SPACES
004320         IF AM-PAYCYC NOT NUMERIC
004330             MOVE "PAYCYC NOT NUMERIC" TO WS-REJ-RSN
004340             GO TO 2500-EXIT
004350         END-IF
004360         IF AM-PAYCYC < "01" OR AM-PAYCYC > "12"
004370             MOVE "PAYCYC OUT OF RANGE" TO WS-REJ-RSN
004380             GO TO 2500-EXIT
004390         END-IF
004400     END-IF.
004410     IF AM-PAYEND NOT = SPACES
004420         MOVE AM-PAYEND TO WS-VAL-DATE
004430         PERFORM 5000-VALIDATE-DATE THRU 5000-EXIT
004440         IF NOT WS-DATE-OK
004450             MOVE "BAD PAYEND DATE" TO WS-REJ-RSN
004460             GO TO 2500-EXIT
004470         END-IF
004480         IF AM-PAYEND < AM-EFFDAY
004490             MOVE "PAYEND BEFORE EFFDAY" TO WS-REJ-RSN
004500             GO TO 2500-EXIT
004510         END-IF
004520     ELSE
004530         IF PAY_GAFMST-PAYEND > SPACES
004540            AND AM-EFFDAY > PAY_GAFMST-PAYEND
004550             MOVE "EFFDAY AFTER PAYEND" TO WS-REJ-RSN
004560             GO TO 2500-EXIT
004570         END-IF
004580     END-IF.
004590     PERFORM 2600-CHECK-UNBILLED THRU 2600-EXIT.
004600     IF WS-REJ-RSN NOT = SPACES
004610         GO TO 2500-EXIT
004620     END-IF.
004630     IF AM-PAYCYC NOT = SPACES
004640         PERFORM 2650-FIND-CYCLE-BASE THRU 2650-EXIT
004650     END-IF.
004660 2500-EXIT.
004670     EXIT.
004680******************************************************
004690* 2600-CHECK-UNBILLED - THE AMENDMENT MAY NOT START
004700*                       BEFORE THE FIRST PERIOD BIL102
004710*                       HAS STILL TO BILL - A BILL
004720*                       ALREADY OUT WOULD BE WRONG
004730******************************************************
004740 2600-CHECK-UNBILLED.
004750     MOVE PAY_GAFMST-PAYCNT TO WS-ANC-LIM.
004760     PERFORM 2610-RESOLVE-ANCHOR THRU 2610-EXIT.
004770     MOVE PAY_GAFMST-PAYCNT TO WS-BND-K.
004780     PERFORM 2620-BOUNDARY-DATE THRU 2620-EXIT.
004790     MOVE WS-BND-DATE TO WS-NXT-DATE.
004800     IF PAY_GAFMST-PAYBGN > WS-NXT-DATE
004810         MOVE PAY_GAFMST-PAYBGN TO WS-NXT-DATE
004820     END-IF.
004830     IF AM-EFFDAY < WS-NXT-DATE
004840         MOVE "IN A BILLED PERIOD" TO WS-REJ-RSN
004850     END-IF.
004860 2600-EXIT.
004870     EXIT.
004880******************************************************
004890* 2610-RESOLVE-ANCHOR - THE CYCLE SCHEDULE IN FORCE
004900*                       FOR PERIODS UP TO WS-ANC-LIM:
004910*                       THE LATEST PAYCYC AMENDMENT THAT
004920*                       HAS TAKEN OVER BY THEN, ELSE
004930*                       PAYBGN AT THE ORIGINAL CYCLE
004940******************************************************
004950 2610-RESOLVE-ANCHOR.
004960     EXEC SQL
004970         SELECT EFFDAY, PAYCYC, BASCNT
004980           INTO :PAY_CNTAMD-EFFDAY, :PAY_CNTAMD-PAYCYC,
004990                :PAY_CNTAMD-BASCNT
005000           FROM CNTAMD
005010          WHERE CNTNUM = :AM-CNTNUM
005020            AND EFFDAY =
005030                (SELECT MAX(EFFDAY) FROM CNTAMD
005040                  WHERE CNTNUM = :AM-CNTNUM
005050                    AND AMDSTS <> 'X'
005060                    AND PAYCYC <> ' '
005070                    AND BASCNT <= :WS-ANC-LIM
005080                    AND EFFDAY <> :AM-EFFDAY)
005090     END-EXEC.
005100     IF SQLCODE = 0
005110         MOVE PAY_CNTAMD-EFFDAY TO WS-ANC-DATE
005120         MOVE PAY_CNTAMD-PAYCYC TO WS-CYC-IN-FORCE
005130         MOVE PAY_CNTAMD-BASCNT TO WS-ANC-CNT
005140     ELSE
005150         MOVE PAY_GAFMST-PAYBGN TO WS-ANC-DATE
005160         MOVE PAY_GAFMST-PAYCYC TO WS-CYC-IN-FORCE
005170         MOVE ZERO TO WS-ANC-CNT
005180         EXEC SQL
005190             SELECT OLDCYC
005200               INTO :PAY_CNTAMD-OLDCYC
005210               FROM CNTAMD
005220              WHERE CNTNUM = :AM-CNTNUM
005230                AND EFFDAY =
005240                    (SELECT MIN(EFFDAY) FROM CNTAMD
005250                      WHERE CNTNUM = :AM-CNTNUM
005260                        AND AMDSTS = 'A'
005270                        AND PAYCYC <> ' ')
005280         END-EXEC
005290         IF SQLCODE = 0
005300             MOVE PAY_CNTAMD-OLDCYC TO WS-CYC-IN-FORCE
005310         END-IF
005320     END-IF.
005330     MOVE WS-CYC-IN-FORCE TO WS-CYC-MOS.
005340     MOVE WS-ANC-DATE(1:4) TO WS-BND-YYYY.
005350     MOVE WS-ANC-DATE(5:2) TO WS-BND-MM.
005360     COMPUTE WS-BASE-MOS =
005370         (WS-BND-YYYY * 12) + WS-BND-MM - 1.
005380 2610-EXIT.
005390     EXIT.
005400******************************************************
005410* 2620-BOUNDARY-DATE - START OF PERIOD WS-BND-K ON THE
005420*                      RESOLVED SCHEDULE, PAYBGN'S DAY
005430*                      CLAMPED TO THE MONTH AS BIL102
005440*                      DOES
005450******************************************************
005460 2620-BOUNDARY-DATE.
005470     COMPUTE WS-BND-MOS =
005480         WS-BASE-MOS + (WS-CYC-MOS * (WS-BND-K - WS-ANC-CNT)).
005490     COMPUTE WS-BND-YYYY = WS-BND-MOS / 12.
005500     COMPUTE WS-BND-MM = (WS-BND-MOS - (WS-BND-YYYY * 12)) + 1.
005510     MOVE WS-BND-YYYY TO WS-BND-DATE-YYYY.
005520     MOVE WS-BND-MM TO WS-BND-DATE-MM.
005530     MOVE PAY_GAFMST-PAYBGN(7:2) TO WS-BND-DATE-DD.
005540     MOVE WS-BND-DATE-YYYY TO WS-VAL-YYYY.
005550     MOVE WS-BND-DATE-MM TO WS-VAL-MM.
005560     PERFORM 5100-MONTH-DAYS THRU 5100-EXIT.
005570     IF WS-BND-DATE-DD > WS-VAL-MAXDD
005580         MOVE WS-VAL-MAXDD TO WS-BND-DATE-DD
005590     END-IF.
005600 2620-EXIT.
005610     EXIT.
005620******************************************************
005630* 2650-FIND-CYCLE-BASE - A PAYCYC CHANGE MUST START ON
005640*                        A BOUNDARY OF THE SCHEDULE IT
005650*                        REPLACES. BASCNT IS THE PAYCNT
005660*                        OF THAT BOUNDARY
005670******************************************************
005680 2650-FIND-CYCLE-BASE.
005690     EXEC SQL
005700         SELECT COUNT(*)
005710           INTO :WS-PND-CNT
005720           FROM CNTAMD
005730          WHERE CNTNUM = :AM-CNTNUM
005740            AND AMDSTS = 'P'
005750            AND PAYCYC <> ' '
005760            AND EFFDAY <> :AM-EFFDAY
005770     END-EXEC.
005780     IF WS-PND-CNT > 0
005790         MOVE "CYCLE CHG PENDING" TO WS-REJ-RSN
005800         GO TO 2650-EXIT
005810     END-IF.
005820     MOVE 999 TO WS-ANC-LIM.
005830     PERFORM 2610-RESOLVE-ANCHOR THRU 2610-EXIT.
005840     IF AM-PAYCYC = WS-CYC-IN-FORCE
005850         MOVE "PAYCYC UNCHANGED" TO WS-REJ-RSN
005860         GO TO 2650-EXIT
005870     END-IF.
005880     MOVE PAY_GAFMST-PAYCNT TO WS-BND-K.
005890     IF WS-ANC-CNT > WS-BND-K
005900         MOVE WS-ANC-CNT TO WS-BND-K
005910     END-IF.
005920     PERFORM 2620-BOUNDARY-DATE THRU 2620-EXIT.
005930     PERFORM 2660-NEXT-BOUNDARY THRU 2660-EXIT
005940         UNTIL WS-BND-DATE NOT < AM-EFFDAY
005950            OR WS-BND-K > 998.
005960     IF WS-BND-DATE NOT = AM-EFFDAY
005970         MOVE "NOT A CYCLE BOUNDARY" TO WS-REJ-RSN
005980         GO TO 2650-EXIT
005990     END-IF.
006000     MOVE WS-BND-K TO WS-NEW-BASCNT.
006010 2650-EXIT.
006020     EXIT.
006030 2660-NEXT-BOUNDARY.
006040     ADD 1 TO WS-BND-K.
006050     PERFORM 2620-BOUNDARY-DATE THRU 2620-EXIT.
006060 2660-EXIT.
006070     EXIT.
006080******************************************************
006090* 2900-WRITE-REJECT - ONE REGISTER LINE PER REJECT
006100******************************************************
006110 2900-WRITE-REJECT.
006120     ADD 1 TO WS-REJ-CNT.
006130     MOVE "REJECTED" TO DL-RESULT.
006140     PERFORM 2950-WRITE-DETAIL THRU 2950-EXIT.
006150 2900-EXIT.
006160     EXIT.
006170******************************************************
006180* 2950-WRITE-DETAIL - ECHO THE TRANSACTION TO REGISTER
006190******************************************************
006200 2950-WRITE-DETAIL.
006210     MOVE AM-ACTCOD TO DL-ACTCOD.
006220     MOVE AM-CNTNUM TO DL-CNTNUM.
006230     MOVE AM-EFFDAY TO DL-EFFDAY.
006240     MOVE WS-REJ-RSN TO DL-REASON.
006250     WRITE PAY137-RPT-REC FROM WS-DETAIL-LINE.
006260 2950-EXIT.
006270     EXIT.
006280******************************************************
006290* 3000-TERMINATE - CONTROL COUNTS, COMMIT THE WORK
006300******************************************************
006310 3000-TERMINATE.
006320     MOVE WS-ACC-CNT TO TL-ACCEPT.
006330     MOVE WS-REJ-CNT TO TL-REJECT.
006340     WRITE PAY137-RPT-REC FROM WS-TOTAL-LINE.
006350     EXEC SQL
006360         COMMIT
006370     END-EXEC.
006380     CLOSE AMDTRN-FILE.
006390     CLOSE PAY137-RPT.
006400 3000-EXIT.
006410     EXIT.
006420******************************************************
006430* 5000-VALIDATE-DATE - WS-VAL-DATE MUST BE A REAL
006440*                      YYYYMMDD CALENDAR DATE
006450******************************************************
006460 5000-VALIDATE-DATE.
006470     MOVE "N" TO WS-DATE-OK-SW.
006480     IF WS-VAL-DATE NOT NUMERIC
006490         GO TO 5000-EXIT
006500     END-IF.
006510     MOVE WS-VAL-DATE(1:4) TO WS-VAL-YYYY.
006520     MOVE WS-VAL-DATE(5:2) TO WS-VAL-MM.
006530     MOVE WS-VAL-DATE(7:2) TO WS-VAL-DD.
006540     IF WS-VAL-YYYY < 1900 OR WS-VAL-YYYY > 2099
006550         GO TO 5000-EXIT
006560     END-IF.
006570     IF WS-VAL-MM < 1 OR WS-VAL-MM > 12
006580         GO TO 5000-EXIT
006590     END-IF.
006600     PERFORM 5100-MONTH-DAYS THRU 5100-EXIT.
006610     IF WS-VAL-DD < 1 OR WS-VAL-DD > WS-VAL-MAXDD
006620         GO TO 5000-EXIT
006630     END-IF.
006640     MOVE "Y" TO WS-DATE-OK-SW.
006650 5000-EXIT.
006660     EXIT.
006670******************************************************
006680* 5100-MONTH-DAYS - DAYS IN MONTH WS-VAL-MM OF YEAR
006690*                   WS-VAL-YYYY INTO WS-VAL-MAXDD
006700******************************************************
006710 5100-MONTH-DAYS.
006720     MOVE 31 TO WS-VAL-MAXDD.
006730     IF WS-VAL-MM = 4 OR WS-VAL-MM = 6
006740        OR WS-VAL-MM = 9 OR WS-VAL-MM = 11
006750         MOVE 30 TO WS-VAL-MAXDD
006760     END-IF.
006770     IF WS-VAL-MM = 2
006780         MOVE 28 TO WS-VAL-MAXDD
006790         DIVIDE WS-VAL-YYYY BY 4
006800             GIVING WS-LEAP-QUOT REMAINDER WS-LEAP-REM4
006810         DIVIDE WS-VAL-YYYY BY 100
006820             GIVING WS-LEAP-QUOT REMAINDER WS-LEAP-REM100
006830         DIVIDE WS-VAL-YYYY BY 400
006840             GIVING WS-LEAP-QUOT REMAINDER WS-LEAP-REM400
006850         IF WS-LEAP-REM4 = 0
006860            AND (WS-LEAP-REM100 NOT = 0
006870                 OR WS-LEAP-REM400 = 0)
006880             MOVE 29 TO WS-VAL-MAXDD
006890         END-IF
006900     END-IF.
006910 5100-EXIT.
006920     EXIT.
