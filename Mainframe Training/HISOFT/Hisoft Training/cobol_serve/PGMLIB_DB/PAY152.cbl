000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. PAY152.
000030 AUTHOR. K.SATO.
000040 INSTALLATION. SYSTEM DEVELOPMENT DEPT.
000050 DATE-WRITTEN. 2026-10-02.
000060 DATE-COMPILED.
000070******************************************************
000080* MODIFICATION HISTORY
000090*  2026-10-02  K.SATO   INITIAL VERSION - MONTHLY OPERATOR
000100*                       ACTIVITY AND SEGREGATION-OF-DUTIES
000110*                       REPORT FOR INTERNAL AUDIT. PER PSN
000120*                       SEEN ON CHGLOG, GAFAUD, GAFHST OR
000130*                       APRQUE IN THE PERIOD - COUNTS AND
000140*                       VALUES BY ACTIVITY. THEN AN
000150*                       EXCEPTIONS SECTION DRIVEN BY THE
000160*                       CONFLICTING-DUTY RULE TABLE: ONE
000170*                       PSN DOING BOTH HALVES OF A RULE ON
000180*                       ONE CONTRACT WITHIN THE PARAMETER
000190*                       WINDOW, ONE PSN ENTERING AND
000200*                       DECIDING AN APRQUE ITEM, AND
000210*                       PAYMENTS POSTED BY A PSN NOT
000220*                       ACTIVE ON OPRMST. EACH EXCEPTION
000230*                       NAMES THE CONTRACT
000240******************************************************
000250 ENVIRONMENT DIVISION.
000260 INPUT-OUTPUT SECTION.
000270 FILE-CONTROL.
000280     SELECT PARM-FILE ASSIGN TO SODPARM.
000290     SELECT PAY152-RPT ASSIGN TO PAY152RP.
000300 DATA DIVISION.
000310 FILE SECTION.
000320 FD  PARM-FILE
000330     RECORDING MODE IS F
000340     LABEL RECORDS ARE STANDARD.
000350 01  PARM-REC.
000360     03 PARM-FROM-DAY    PIC X(008).
000370     03 PARM-TO-DAY      PIC X(008).
000380     03 PARM-WINDOW      PIC X(003).
000390     03 PARM-WINDOW-N REDEFINES PARM-WINDOW
000400                         PIC 9(003).
000410 FD  PAY152-RPT
000420     RECORDING MODE IS F
000430     LABEL RECORDS ARE STANDARD.
000440 01  PAY152-RPT-REC              PIC X(080).
000450 WORKING-STORAGE SECTION.
000460     EXEC SQL INCLUDE SQLCA END-EXEC.
000470     EXEC SQL INCLUDE PAY_CHGLOG END-EXEC.
000480     EXEC SQL INCLUDE PAY_GAFAUD END-EXEC.
000490     EXEC SQL INCLUDE PAY_GAFHST END-EXEC.
000500     EXEC SQL INCLUDE PAY_APRQUE END-EXEC.
000510     EXEC SQL INCLUDE PAY_OPRMST END-EXEC.
000520 77  WS-OPR-EOF-SW       PIC X(001) VALUE "N".
000530     88 WS-OPR-EOF                  VALUE "Y".
000540 77  WS-ACT-EOF-SW       PIC X(001) VALUE "N".
000550     88 WS-ACT-EOF                  VALUE "Y".
000560 77  WS-EVT-EOF-SW       PIC X(001) VALUE "N".
000570     88 WS-EVT-EOF                  VALUE "Y".
000580 77  WS-FULL-SW          PIC X(001) VALUE "N".
000590     88 WS-TABLE-FULL               VALUE "Y".
000600 77  WS-TODAY            PIC X(008).
000610 77  WS-FROM-DAY         PIC X(008).
000620 77  WS-TO-DAY           PIC X(008).
000630 77  WS-LOW-DAY          PIC X(008).
000640 77  WS-WINDOW           PIC 9(003) VALUE 30.
000650 77  WS-DATE-NUM         PIC 9(008).
000660 77  WS-DATE-INT         PIC 9(007).
000670 77  WS-FROM-INT         PIC 9(007).
000680 77  WS-GAP-DAYS         PIC S9(007) COMP-3.
000690 77  WS-OPR-PSN          PIC X(004).
000700 77  WS-OPR-CNT          PIC S9(007) COMP-3 VALUE ZERO.
000710 77  WS-OPR-ACT-CNT      PIC S9(007) COMP-3.
000720 77  WS-GRP-KEY          PIC X(006).
000730 77  WS-GRP-CNT          PIC S9(007) COMP-3.
000740 77  WS-GRP-AMT          PIC S9(013) COMP-3.
000750 77  WS-EXC-TOTAL        PIC S9(007) COMP-3 VALUE ZERO.
000760 77  WS-RULE-IDX         PIC S9(003) COMP-3.
000770 77  WS-RULE-MAX         PIC S9(003) COMP-3 VALUE 6.
000780 77  WS-DEC-IDX          PIC S9(003) COMP-3.
000790 77  WS-EVT-IDX          PIC S9(005) COMP-3.
000800 77  WS-PRV-IDX          PIC S9(005) COMP-3.
000810 77  WS-HIT-IDX          PIC S9(005) COMP-3.
000820 77  WS-EVT-USED         PIC S9(005) COMP-3 VALUE ZERO.
000830 77  WS-EVT-MAX          PIC S9(005) COMP-3 VALUE 5000.
000840 77  WS-NEW-ACT          PIC X(002).
000850 77  WS-NEW-AMT          PIC S9(013) COMP-3.
000860 77  WS-SYS-PSN          PIC X(004).
000870     88 WS-SYSTEM-PSN    VALUE "ARC1" "DDB1" "DDR1".
000880******************************************************
000890* CONFLICTING-DUTY RULES. TYPE P = THE SAME PSN DID
000900* ACTIVITY A AND THEN ACTIVITY B ON ONE CONTRACT WITHIN
000910* THE WINDOW, S = ONE PSN ENTERED AND DECIDED AN APRQUE
000920* ITEM, I = PAYMENT POSTED BY A PSN NOT ACTIVE ON OPRMST.
000930* ACTIVITY CODES: BK BNKMST ACCOUNT CHANGE, RF REFUND
000940* PAID, HL HOLD, HR HOLD RELEASE, WO WRITE-OFF, RC
000950* WRITE-OFF RECOVERY
000960******************************************************
000970 01  WS-RULE-DEFS.
000980     03 FILLER           PIC X(048) VALUE
000990         "S01PBKRFBNKMST ACCOUNT CHANGED THEN REFUND PAID".
001000     03 FILLER           PIC X(048) VALUE
001010         "S02PHLHRHOLD ENTERED AND RELEASED BY ONE PSN".
001020     03 FILLER           PIC X(048) VALUE
001030         "S03PWORCWRITE-OFF THEN RECOVERY BY ONE PSN".
001040     03 FILLER           PIC X(048) VALUE
001050         "S04PBKHRBNKMST ACCOUNT CHANGED THEN HOLD FREED".
001060     03 FILLER           PIC X(048) VALUE
001070         "S05S    APRQUE ENTERED AND DECIDED BY ONE PSN".
001080     03 FILLER           PIC X(048) VALUE
001090         "S06I    PAYMENT POSTED BY INACTIVE/UNKNOWN PSN".
001100 01  WS-RULE-TBL REDEFINES WS-RULE-DEFS.
001110     03 RD-ENTRY         OCCURS 6.
001120        05 RD-ID         PIC X(003).
001130        05 RD-TYPE       PIC X(001).
001140        05 RD-ACT-A      PIC X(002).
001150        05 RD-ACT-B      PIC X(002).
001160        05 RD-TEXT       PIC X(040).
001170 01  WS-RULE-COUNTS.
001180     03 RC-CNT           PIC S9(007) COMP-3 OCCURS 6.
001190******************************************************
001200* GAFAUD ACTION CODES AS WRITTEN BY THE POSTING PROGRAMS
001210******************************************************
001220 01  WS-AUD-DECODES.
001230     03 FILLER           PIC X(021) VALUE "HHOLD                ".
001240     03 FILLER           PIC X(021) VALUE "RRELEASE/RECOVERY    ".
001250     03 FILLER           PIC X(021) VALUE "WWRITE-OFF           ".
001260     03 FILLER           PIC X(021) VALUE "SSETTLEMENT          ".
001270     03 FILLER           PIC X(021) VALUE "DDEPOSIT             ".
001280     03 FILLER           PIC X(021) VALUE "EEND OF TERM         ".
001290     03 FILLER           PIC X(021) VALUE "NCREDIT NOTE         ".
001300     03 FILLER           PIC X(021) VALUE "ORUN OVERRIDE        ".
001310     03 FILLER           PIC X(021) VALUE "PPAYMENT/PROMISE     ".
001320     03 FILLER           PIC X(021) VALUE "TTERMINATION         ".
001330     03 FILLER           PIC X(021) VALUE "LCREDIT-LIMIT ADD    ".
001340 01  WS-AUD-DEC-TBL REDEFINES WS-AUD-DECODES.
001350     03 AD-ENTRY         OCCURS 11.
001360        05 AD-ACTCOD     PIC X(001).
001370        05 AD-TEXT       PIC X(020).
001380******************************************************
001390* EVENTS FOR THE PAIR RULES, FROM WINDOW START TO END
001400******************************************************
001410 01  WS-EVT-TABLE.
001420     03 EV-ENTRY         OCCURS 5000.
001430        05 EV-ACT        PIC X(002).
001440        05 EV-PSN        PIC X(004).
001450        05 EV-CNTNUM     PIC X(009).
001460        05 EV-STAMP.
001470           07 EV-DAY     PIC X(008).
001480           07 EV-TIM     PIC X(006).
001490        05 EV-INT        PIC 9(007).
001500        05 EV-AMT        PIC S9(013) COMP-3.
001510 01  WS-HEAD-LINE-1.
001520     03 FILLER           PIC X(040) VALUE
001530         "OPERATOR ACTIVITY AND SEGREGATION OF DUT".
001540     03 FILLER           PIC X(010) VALUE "IES  FROM ".
001550     03 HL-FROM          PIC X(008).
001560     03 FILLER           PIC X(004) VALUE " TO ".
001570     03 HL-TO            PIC X(008).
001580     03 FILLER           PIC X(010) VALUE SPACES.
001590 01  WS-HEAD-LINE-2.
001600     03 FILLER           PIC X(023) VALUE
001610         "CONFLICT WINDOW (DAYS) ".
001620     03 HL-WINDOW        PIC ZZ9.
001630     03 FILLER           PIC X(011) VALUE "  RUN DATE ".
001640     03 HL-TODAY         PIC X(008).
001650     03 FILLER           PIC X(035) VALUE SPACES.
001660 01  WS-SECTION-LINE.
001670     03 SC-TEXT          PIC X(040).
001680     03 FILLER           PIC X(040) VALUE SPACES.
001690 01  WS-OPR-LINE.
001700     03 FILLER           PIC X(009) VALUE "OPERATOR ".
001710     03 OL-PSN           PIC X(004).
001720     03 FILLER           PIC X(002) VALUE SPACES.
001730     03 OL-OPRNAM        PIC X(030).
001740     03 FILLER           PIC X(006) VALUE "  DIV ".
001750     03 OL-DIVCOD        PIC X(004).
001760     03 FILLER           PIC X(006) VALUE "  LVL ".
001770     03 OL-AUTLVL        PIC 9(001).
001780     03 FILLER           PIC X(002) VALUE SPACES.
001790     03 OL-STATUS        PIC X(013).
001800     03 FILLER           PIC X(003) VALUE SPACES.
001810 01  WS-ACT-LINE.
001820     03 FILLER           PIC X(004) VALUE SPACES.
001830     03 AL-LABEL         PIC X(040).
001840     03 AL-COUNT         PIC -(006)9.
001850     03 FILLER           PIC X(002) VALUE SPACES.
001860     03 AL-VALUE         PIC -(013)9 BLANK WHEN ZERO.
001870     03 FILLER           PIC X(013) VALUE SPACES.
001880 01  WS-RULE-LINE.
001890     03 RL-ID            PIC X(003).
001900     03 FILLER           PIC X(001) VALUE SPACES.
001910     03 RL-TEXT          PIC X(040).
001920     03 FILLER           PIC X(036) VALUE SPACES.
001930 01  WS-EXC-LINE.
001940     03 FILLER           PIC X(004) VALUE SPACES.
001950     03 XL-RULE          PIC X(003).
001960     03 FILLER           PIC X(002) VALUE SPACES.
001970     03 XL-PSN           PIC X(004).
001980     03 FILLER           PIC X(002) VALUE SPACES.
001990     03 XL-CNTNUM        PIC X(009).
002000     03 FILLER           PIC X(002) VALUE SPACES.
002010     03 XL-ACT-A         PIC X(002).
002020     03 FILLER           PIC X(001) VALUE SPACES.
002030     03 XL-DAY-A         PIC X(008).
002040     03 FILLER           PIC X(002) VALUE SPACES.
002050     03 XL-ACT-B         PIC X(002).
002060     03 FILLER           PIC X(001) VALUE SPACES.
002070     03 XL-DAY-B         PIC X(008).
002080     03 FILLER           PIC X(002) VALUE SPACES.
002090     03 XL-DAYS          PIC ZZ9 BLANK WHEN ZERO.
002100     03 FILLER           PIC X(002) VALUE SPACES.
002110     03 XL-AMT           PIC -(011)9 BLANK WHEN ZERO.
002120     03 FILLER           PIC X(011) VALUE SPACES.
002130 01  WS-NONE-LINE.
002140     03 FILLER           PIC X(008) VALUE SPACES.
002150     03 FILLER           PIC X(004) VALUE "NONE".
002160     03 FILLER           PIC X(068) VALUE SPACES.
002170 01  WS-COUNT-LINE.
002180     03 CL-ID            PIC X(003).
002190     03 FILLER           PIC X(001) VALUE SPACES.
002200     03 CL-TEXT          PIC X(040).
002210     03 FILLER           PIC X(002) VALUE SPACES.
002220     03 CL-COUNT         PIC -(006)9.
002230     03 FILLER           PIC X(027) VALUE SPACES.
002240 01  WS-TOTAL-LINE.
002250     03 TL-TEXT          PIC X(044).
002260     03 FILLER           PIC X(002) VALUE SPACES.
002270     03 TL-COUNT         PIC -(006)9.
002280     03 FILLER           PIC X(027) VALUE SPACES.
002290 01  WS-LEGEND-LINE-1.
002300     03 FILLER           PIC X(040) VALUE
002310         "CODES  BK BNKMST CHANGE  RF REFUND  HL".
002320     03 FILLER           PIC X(040) VALUE
002330         "HOLD  HR RELEASE  WO WRITE-OFF".
002340 01  WS-LEGEND-LINE-2.
002350     03 FILLER           PIC X(040) VALUE
002360         "       RC RECOVERY  EN APRQUE ENTERED".
002370     03 FILLER           PIC X(040) VALUE
002380         "AP APPROVED  RJ REJECTED  PY PAYMENT".
002390 01  WS-LEGEND-LINE-3.
002400     03 FILLER           PIC X(040) VALUE
002410         "       IA INACTIVE PSN  UK PSN NOT ON".
002420     03 FILLER           PIC X(040) VALUE
002430         "OPRMST".
002440 01  WS-MSG-LINE             PIC X(080).
002450******************************************************
002460* PROCEDURE DIVISION
002470******************************************************
002480 PROCEDURE DIVISION.
002490 0000-MAINLINE.
002500     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002510     PERFORM 2000-OPERATOR-ACTIVITY THRU 2000-EXIT.
002520     PERFORM 3000-LOAD-EVENTS THRU 3000-EXIT.
002530     PERFORM 4000-RUN-RULE THRU 4000-EXIT
002540         VARYING WS-RULE-IDX FROM 1 BY 1
002550         UNTIL WS-RULE-IDX > WS-RULE-MAX.
002560     PERFORM 5000-TERMINATE THRU 5000-EXIT.
002570     STOP RUN.
002580******************************************************
002590* 1000-INITIALIZE - PERIOD (BLANK = LAST CALENDAR
002600*                   MONTH), WINDOW, AND THE EARLIEST
002610*                   DAY AN ACTIVITY A CAN FALL ON
002620******************************************************
002630 1000-INITIALIZE.
002640     OPEN INPUT PARM-FILE.
002650     OPEN OUTPUT PAY152-RPT.
002660     ACCEPT WS-TODAY FROM DATE YYYYMMDD.
002670     READ PARM-FILE
002680         AT END MOVE SPACES TO PARM-REC
002690     END-READ.
002700     MOVE WS-TODAY(1:6) TO WS-DATE-NUM(1:6).
002710     MOVE "01" TO WS-DATE-NUM(7:2).
002720     COMPUTE WS-DATE-INT =
002730         FUNCTION INTEGER-OF-DATE(WS-DATE-NUM) - 1.
002740     COMPUTE WS-DATE-NUM =
002750         FUNCTION DATE-OF-INTEGER(WS-DATE-INT).
002760     MOVE WS-DATE-NUM TO WS-TO-DAY.
002770     MOVE WS-TO-DAY TO WS-FROM-DAY.
002780     MOVE "01" TO WS-FROM-DAY(7:2).
002790     IF PARM-FROM-DAY NOT = SPACES
002800         MOVE PARM-FROM-DAY TO WS-FROM-DAY
002810     END-IF.
002820     IF PARM-TO-DAY NOT = SPACES
002830         MOVE PARM-TO-DAY TO WS-TO-DAY
002840     END-IF.
002850     IF PARM-WINDOW NUMERIC
002860         MOVE PARM-WINDOW-N TO WS-WINDOW
002870     END-IF.
002880     MOVE WS-FROM-DAY TO WS-DATE-NUM.
002890     COMPUTE WS-FROM-INT =
002900         FUNCTION INTEGER-OF-DATE(WS-DATE-NUM).
002910     COMPUTE WS-DATE-INT = WS-FROM-INT - WS-WINDOW.
002920     COMPUTE WS-DATE-NUM =
002930         FUNCTION DATE-OF-INTEGER(WS-DATE-INT).
002940     MOVE WS-DATE-NUM TO WS-LOW-DAY.
002950     INITIALIZE WS-RULE-COUNTS.
002960     MOVE WS-FROM-DAY TO HL-FROM.
002970     MOVE WS-TO-DAY TO HL-TO.
002980     MOVE WS-WINDOW TO HL-WINDOW.
002990     MOVE WS-TODAY TO HL-TODAY.
003000     WRITE PAY152-RPT-REC FROM WS-HEAD-LINE-1.
003010     WRITE PAY152-RPT-REC FROM WS-HEAD-LINE-2.
003020 1000-EXIT.
003030     EXIT.
003040******************************************************
003050* 2000-OPERATOR-ACTIVITY - EVERY PSN ON ANY OF THE FOUR
003060*                          TRAILS IN THE PERIOD, IN PSN
003070*                          ORDER
003080******************************************************
003090 2000-OPERATOR-ACTIVITY.
003100     MOVE "ACTIVITY BY OPERATOR" TO SC-TEXT.
003110     WRITE PAY152-RPT-REC FROM WS-SECTION-LINE.
003120     EXEC SQL
003130         DECLARE OPRLST-CSR CURSOR FOR
003140         SELECT CHGPSN
003150           FROM CHGLOG
003160          WHERE CHGDAY BETWEEN :WS-FROM-DAY AND :WS-TO-DAY
003170         UNION
003180         SELECT AUDPSN
003190           FROM GAFAUD
003200          WHERE AUDDAY BETWEEN :WS-FROM-DAY AND :WS-TO-DAY
003210         UNION
003220         SELECT APLPSN
003230           FROM GAFHST
003240          WHERE TRNDAY BETWEEN :WS-FROM-DAY AND :WS-TO-DAY
003250            AND APLPSN <> 'ARC1'
003260         UNION
003270         SELECT ENTPSN
003280           FROM APRQUE
003290          WHERE ENTDAY BETWEEN :WS-FROM-DAY AND :WS-TO-DAY
003300         UNION
003310         SELECT APRPSN
003320           FROM APRQUE
003330          WHERE APRDAY BETWEEN :WS-FROM-DAY AND :WS-TO-DAY
003340            AND APRSTS <> 'P'
003350          ORDER BY 1
003360     END-EXEC.
003370     EXEC SQL
003380         OPEN OPRLST-CSR
003390     END-EXEC.
003400     PERFORM 2100-ONE-OPERATOR THRU 2100-EXIT
003410         UNTIL WS-OPR-EOF.
003420     EXEC SQL
003430         CLOSE OPRLST-CSR
003440     END-EXEC.
003450     MOVE "OPERATORS WITH ACTIVITY IN THE PERIOD" TO TL-TEXT.
003460     MOVE WS-OPR-CNT TO TL-COUNT.
003470     WRITE PAY152-RPT-REC FROM WS-TOTAL-LINE.
003480 2000-EXIT.
003490     EXIT.
003500******************************************************
003510* 2100-ONE-OPERATOR - OPRMST HEADING, THEN ONE LINE PER
003520*                     ACTIVITY TYPE FROM EACH TRAIL
003530******************************************************
003540 2100-ONE-OPERATOR.
003550     EXEC SQL
003560         FETCH OPRLST-CSR
003570             INTO :WS-OPR-PSN
003580     END-EXEC.
003590     IF SQLCODE NOT = 0
003600         MOVE "Y" TO WS-OPR-EOF-SW
003610         GO TO 2100-EXIT
003620     END-IF.
003630     ADD 1 TO WS-OPR-CNT.
003640     PERFORM 2150-OPERATOR-HEADING THRU 2150-EXIT.
003650     MOVE ZERO TO WS-OPR-ACT-CNT.
003660     PERFORM 2200-CHGLOG-ACTIVITY THRU 2200-EXIT.
003670     PERFORM 2300-GAFAUD-ACTIVITY THRU 2300-EXIT.
003680     PERFORM 2400-GAFHST-ACTIVITY THRU 2400-EXIT.
003690     PERFORM 2500-APRQUE-ACTIVITY THRU 2500-EXIT.
003700     MOVE "    TOTAL ACTIONS" TO AL-LABEL.
003710     MOVE WS-OPR-ACT-CNT TO AL-COUNT.
003720     MOVE ZERO TO AL-VALUE.
003730     WRITE PAY152-RPT-REC FROM WS-ACT-LINE.
003740 2100-EXIT.
003750     EXIT.
003760 2150-OPERATOR-HEADING.
003770     MOVE WS-OPR-PSN TO OL-PSN.
003780     EXEC SQL
003790         SELECT OPRNAM, DIVCOD, AUTLVL, ACTFLG
003800           INTO :PAY_OPRMST-OPRNAM, :PAY_OPRMST-DIVCOD,
003810                :PAY_OPRMST-AUTLVL, :PAY_OPRMST-ACTFLG
003820           FROM OPRMST
003830          WHERE PSN = :WS-OPR-PSN
003840     END-EXEC.
003850     IF SQLCODE NOT = 0
003860         MOVE SPACES TO OL-OPRNAM OL-DIVCOD
003870         MOVE ZERO TO OL-AUTLVL
003880         MOVE WS-OPR-PSN TO WS-SYS-PSN
003890         IF WS-SYSTEM-PSN
003900             MOVE "BATCH ID" TO OL-STATUS
003910         ELSE
003920             MOVE "NOT ON OPRMST" TO OL-STATUS
003930         END-IF
003940     ELSE
003950         MOVE PAY_OPRMST-OPRNAM TO OL-OPRNAM
003960         MOVE PAY_OPRMST-DIVCOD TO OL-DIVCOD
003970         MOVE PAY_OPRMST-AUTLVL TO OL-AUTLVL
003980         IF PAY_OPRMST-ACTIVE
003990             MOVE "ACTIVE" TO OL-STATUS
004000         ELSE
004010             MOVE "INACTIVE" TO OL-STATUS
004020         END-IF
004030     END-IF.
004040     WRITE PAY152-RPT-REC FROM WS-OPR-LINE.
004050 2150-EXIT.
004060     EXIT.
004070******************************************************
004080* 2200-CHGLOG-ACTIVITY - FIELD CHANGES BY TABLE
004090******************************************************
004100 2200-CHGLOG-ACTIVITY.
004110     EXEC SQL
004120         DECLARE OPRCHG-CSR CURSOR FOR
004130         SELECT TABNAM, COUNT(*)
004140           FROM CHGLOG
004150          WHERE CHGPSN = :WS-OPR-PSN
004160            AND CHGDAY BETWEEN :WS-FROM-DAY AND :WS-TO-DAY
004170          GROUP BY TABNAM
004180          ORDER BY TABNAM
004190     END-EXEC.
004200     MOVE "N" TO WS-ACT-EOF-SW.
004210     EXEC SQL
004220         OPEN OPRCHG-CSR
004230     END-EXEC.
004240     PERFORM 2210-FETCH-CHGLOG THRU 2210-EXIT
004250         UNTIL WS-ACT-EOF.
004260     EXEC SQL
004270         CLOSE OPRCHG-CSR
004280     END-EXEC.
004290 2200-EXIT.
004300     EXIT.
004310 2210-FETCH-CHGLOG.
004320     EXEC SQL
004330         FETCH OPRCHG-CSR
004340             INTO :WS-GRP-KEY, :WS-GRP-CNT
004350     END-EXEC.
004360     IF SQLCODE NOT = 0
004370         MOVE "Y" TO WS-ACT-EOF-SW
004380         GO TO 2210-EXIT
004390     END-IF.
004400     MOVE SPACES TO AL-LABEL.
004410     MOVE "FIELD CHANGES ON " TO AL-LABEL(1:17).
004420     MOVE WS-GRP-KEY TO AL-LABEL(18:6).
004430     MOVE ZERO TO WS-GRP-AMT.
004440     PERFORM 2900-WRITE-ACTIVITY THRU 2900-EXIT.
004450 2210-EXIT.
004460     EXIT.
004470******************************************************
004480* 2300-GAFAUD-ACTIVITY - AUDITED ACTIONS BY ACTCOD
004490******************************************************
004500 2300-GAFAUD-ACTIVITY.
004510     EXEC SQL
004520         DECLARE OPRAUD-CSR CURSOR FOR
004530         SELECT ACTCOD, COUNT(*)
004540           FROM GAFAUD
004550          WHERE AUDPSN = :WS-OPR-PSN
004560            AND AUDDAY BETWEEN :WS-FROM-DAY AND :WS-TO-DAY
004570          GROUP BY ACTCOD
004580          ORDER BY ACTCOD
004590     END-EXEC.
004600     MOVE "N" TO WS-ACT-EOF-SW.
004610     EXEC SQL
004620         OPEN OPRAUD-CSR
004630     END-EXEC.
004640     PERFORM 2310-FETCH-GAFAUD THRU 2310-EXIT
004650         UNTIL WS-ACT-EOF.
004660     EXEC SQL
004670         CLOSE OPRAUD-CSR
004680     END-EXEC.
004690 2300-EXIT.
004700     EXIT.
004710 2310-FETCH-GAFAUD.
004720     EXEC SQL
004730         FETCH OPRAUD-CSR
004740             INTO :PAY_GAFAUD-ACTCOD, :WS-GRP-CNT
004750     END-EXEC.
004760     IF SQLCODE NOT = 0
004770         MOVE "Y" TO WS-ACT-EOF-SW
004780         GO TO 2310-EXIT
004790     END-IF.
004800     MOVE SPACES TO AL-LABEL.
004810     MOVE "AUDITED ACTION " TO AL-LABEL(1:15).
004820     MOVE PAY_GAFAUD-ACTCOD TO AL-LABEL(16:1).
004830     MOVE 1 TO WS-DEC-IDX.
004840     PERFORM 2320-SCAN-DECODE THRU 2320-EXIT
004850         UNTIL WS-DEC-IDX > 11
004860            OR AD-ACTCOD (WS-DEC-IDX) = PAY_GAFAUD-ACTCOD.
004870     IF WS-DEC-IDX NOT > 11
004880         MOVE AD-TEXT (WS-DEC-IDX) TO AL-LABEL(18:20)
004890     END-IF.
004900     MOVE ZERO TO WS-GRP-AMT.
004910     PERFORM 2900-WRITE-ACTIVITY THRU 2900-EXIT.
004920 2310-EXIT.
004930     EXIT.
004940 2320-SCAN-DECODE.
004950     ADD 1 TO WS-DEC-IDX.
004960 2320-EXIT.
004970     EXIT.
004980******************************************************
004990* 2400-GAFHST-ACTIVITY - PAYMENTS POSTED, AND NEGATIVE
005000*                        POSTINGS (REFUNDS, REVERSALS)
005010******************************************************
005020 2400-GAFHST-ACTIVITY.
005030     EXEC SQL
005040         SELECT COUNT(*)
005050           INTO :WS-GRP-CNT
005060           FROM GAFHST
005070          WHERE APLPSN = :WS-OPR-PSN
005080            AND TRNDAY BETWEEN :WS-FROM-DAY AND :WS-TO-DAY
005090            AND PAYTOT >= 0
005100     END-EXEC.
005110     IF SQLCODE = 0 AND WS-GRP-CNT > ZERO
005120         EXEC SQL
005130             SELECT SUM(PAYTOT)
005140               INTO :WS-GRP-AMT
005150               FROM GAFHST
005160              WHERE APLPSN = :WS-OPR-PSN
005170                AND TRNDAY BETWEEN :WS-FROM-DAY
005180                               AND :WS-TO-DAY
005190                AND PAYTOT >= 0
005200         END-EXEC
005210         MOVE "PAYMENTS POSTED" TO AL-LABEL
005220         PERFORM 2900-WRITE-ACTIVITY THRU 2900-EXIT
005230     END-IF.
005240     EXEC SQL
005250         SELECT COUNT(*)
005260           INTO :WS-GRP-CNT
005270           FROM GAFHST
005280          WHERE APLPSN = :WS-OPR-PSN
005290            AND TRNDAY BETWEEN :WS-FROM-DAY AND :WS-TO-DAY
005300            AND PAYTOT < 0
005310     END-EXEC.
005320     IF SQLCODE = 0 AND WS-GRP-CNT > ZERO
005330         EXEC SQL
005340             SELECT SUM(PAYTOT)
005350               INTO :WS-GRP-AMT
005360               FROM GAFHST
005370              WHERE APLPSN = :WS-OPR-PSN
005380                AND TRNDAY BETWEEN :WS-FROM-DAY
005390                               AND :WS-TO-DAY
005400                AND PAYTOT < 0
005410         END-EXEC
005420         MOVE "REFUNDS AND REVERSALS POSTED" TO AL-LABEL
005430         PERFORM 2900-WRITE-ACTIVITY THRU 2900-EXIT
005440     END-IF.
005450 2400-EXIT.
005460     EXIT.
005470******************************************************
005480* 2500-APRQUE-ACTIVITY - ITEMS PUT UP FOR APPROVAL BY
005490*                        ACTCOD, THEN DECISIONS TAKEN
005500******************************************************
005510 2500-APRQUE-ACTIVITY.
005520     EXEC SQL
005530         DECLARE OPRENT-CSR CURSOR FOR
005540         SELECT ACTCOD, COUNT(*), SUM(PAYAMT)
005550           FROM APRQUE
005560          WHERE ENTPSN = :WS-OPR-PSN
005570            AND ENTDAY BETWEEN :WS-FROM-DAY AND :WS-TO-DAY
005580          GROUP BY ACTCOD
005590          ORDER BY ACTCOD
005600     END-EXEC.
005610     MOVE "N" TO WS-ACT-EOF-SW.
005620     EXEC SQL
005630         OPEN OPRENT-CSR
005640     END-EXEC.
005650     PERFORM 2510-FETCH-ENTERED THRU 2510-EXIT
005660         UNTIL WS-ACT-EOF.
005670     EXEC SQL
005680         CLOSE OPRENT-CSR
005690     END-EXEC.
005700     EXEC SQL
005710         DECLARE OPRDEC-CSR CURSOR FOR
005720         SELECT APRSTS, COUNT(*), SUM(PAYAMT)
005730           FROM APRQUE
005740          WHERE APRPSN = :WS-OPR-PSN
005750            AND APRDAY BETWEEN :WS-FROM-DAY AND :WS-TO-DAY
005760            AND APRSTS <> 'P'
005770          GROUP BY APRSTS
005780          ORDER BY APRSTS
005790     END-EXEC.
005800     MOVE "N" TO WS-ACT-EOF-SW.
005810     EXEC SQL
005820         OPEN OPRDEC-CSR
005830     END-EXEC.
005840     PERFORM 2520-FETCH-DECIDED THRU 2520-EXIT
005850         UNTIL WS-ACT-EOF.
005860     EXEC SQL
005870         CLOSE OPRDEC-CSR
005880     END-EXEC.
005890 2500-EXIT.
005900     EXIT.
005910 2510-FETCH-ENTERED.
005920     EXEC SQL
005930         FETCH OPRENT-CSR
005940             INTO :PAY_APRQUE-ACTCOD, :WS-GRP-CNT,
005950                  :WS-GRP-AMT
005960     END-EXEC.
005970     IF SQLCODE NOT = 0
005980         MOVE "Y" TO WS-ACT-EOF-SW
005990         GO TO 2510-EXIT
006000     END-IF.
006010     MOVE SPACES TO AL-LABEL.
006020     MOVE "APPROVAL REQUESTED ACTCOD " TO AL-LABEL(1:26).
006030     MOVE PAY_APRQUE-ACTCOD TO AL-LABEL(27:1).
006040     PERFORM 2900-WRITE-ACTIVITY THRU 2900-EXIT.
006050 2510-EXIT.
006060     EXIT.
006070 2520-FETCH-DECIDED.
006080     EXEC SQL
006090         FETCH OPRDEC-CSR
006100             INTO :PAY_APRQUE-APRSTS, :WS-GRP-CNT,
006110                  :WS-GRP-AMT
006120     END-EXEC.
006130     IF SQLCODE NOT = 0
006140         MOVE "Y" TO WS-ACT-EOF-SW
006150         GO TO 2520-EXIT
006160     END-IF.
006170     IF PAY_APRQUE-APR-APPROVED
006180         MOVE "APPROVALS GIVEN" TO AL-LABEL
006190     ELSE
006200         MOVE "APPROVALS REJECTED" TO AL-LABEL
006210     END-IF.
006220     PERFORM 2900-WRITE-ACTIVITY THRU 2900-EXIT.
006230 2520-EXIT.
006240     EXIT.
006250******************************************************
006260* 2900-WRITE-ACTIVITY - ONE COUNT/VALUE LINE
006270******************************************************
006280 2900-WRITE-ACTIVITY.
006290     MOVE WS-GRP-CNT TO AL-COUNT.
006300     MOVE WS-GRP-AMT TO AL-VALUE.
006310     WRITE PAY152-RPT-REC FROM WS-ACT-LINE.
006320     ADD WS-GRP-CNT TO WS-OPR-ACT-CNT.
006330 2900-EXIT.
006340     EXIT.
006350******************************************************
006360* 3000-LOAD-EVENTS - THE ACTIVITIES THE PAIR RULES
006370*                    NAME, FROM THE WINDOW BEFORE THE
006380*                    PERIOD TO ITS END
006390******************************************************
006400 3000-LOAD-EVENTS.
006410     PERFORM 3100-LOAD-BNKMST THRU 3100-EXIT.
006420     PERFORM 3200-LOAD-REFUNDS THRU 3200-EXIT.
006430     PERFORM 3300-LOAD-AUDITS THRU 3300-EXIT.
006440 3000-EXIT.
006450     EXIT.
006460******************************************************
006470* 3100-LOAD-BNKMST - BK: ONE EVENT PER ACCOUNT CHANGE
006480*                    (ONE CHGLOG ROW PER FIELD, SO THE
006490*                    ROWS OF ONE CHANGE ARE COLLAPSED)
006500******************************************************
006510 3100-LOAD-BNKMST.
006520     EXEC SQL
006530         DECLARE EVTBNK-CSR CURSOR FOR
006540         SELECT DISTINCT CHGPSN, KEYVAL, CHGDAY, CHGTIM
006550           FROM CHGLOG
006560          WHERE TABNAM = 'BNKMST'
006570            AND CHGDAY BETWEEN :WS-LOW-DAY AND :WS-TO-DAY
006580     END-EXEC.
006590     MOVE "N" TO WS-EVT-EOF-SW.
006600     EXEC SQL
006610         OPEN EVTBNK-CSR
006620     END-EXEC.
006630     PERFORM 3110-FETCH-BNKMST THRU 3110-EXIT
006640         UNTIL WS-EVT-EOF.
006650     EXEC SQL
006660         CLOSE EVTBNK-CSR
006670     END-EXEC.
006680 3100-EXIT.
006690     EXIT.
006700 3110-FETCH-BNKMST.
006710     EXEC SQL
006720         FETCH EVTBNK-CSR
006730             INTO :PAY_CHGLOG-CHGPSN, :PAY_CHGLOG-KEYVAL,
006740                  :PAY_CHGLOG-CHGDAY, :PAY_CHGLOG-CHGTIM
006750     END-EXEC.
006760     IF SQLCODE NOT = 0
006770         MOVE "Y" TO WS-EVT-EOF-SW
006780         GO TO 3110-EXIT
006790     END-IF.
006800     MOVE "BK" TO WS-NEW-ACT.
006810     MOVE ZERO TO WS-NEW-AMT.
006820     PERFORM 3900-ADD-EVENT THRU 3900-EXIT.
006830 3110-EXIT.
006840     EXIT.
006850******************************************************
006860* 3200-LOAD-REFUNDS - RF: NEGATIVE GAFHST ROWS OTHER
006870*                     THAN THE DDR1 DIRECT-DEBIT
006880*                     REVERSALS ARE PAY121 REFUNDS
006890******************************************************
006900 3200-LOAD-REFUNDS.
006910     EXEC SQL
006920         DECLARE EVTRFD-CSR CURSOR FOR
006930         SELECT APLPSN, CNTNUM, TRNDAY, TRNTIM, PAYTOT
006940           FROM GAFHST
006950          WHERE PAYTOT < 0
006960            AND APLPSN <> 'DDR1'
006970            AND APLPSN <> 'ARC1'
006980            AND TRNDAY BETWEEN :WS-LOW-DAY AND :WS-TO-DAY
006990     END-EXEC.
007000     MOVE "N" TO WS-EVT-EOF-SW.
007010     EXEC SQL
007020         OPEN EVTRFD-CSR
007030     END-EXEC.
007040     PERFORM 3210-FETCH-REFUND THRU 3210-EXIT
007050         UNTIL WS-EVT-EOF.
007060     EXEC SQL
007070         CLOSE EVTRFD-CSR
007080     END-EXEC.
007090 3200-EXIT.
007100     EXIT.
007110 3210-FETCH-REFUND.
007120     EXEC SQL
007130         FETCH EVTRFD-CSR
007140             INTO :PAY_GAFHST-APLPSN, :PAY_GAFHST-CNTNUM,
007150                  :PAY_GAFHST-TRNDAY, :PAY_GAFHST-TRNTIM,
007160                  :PAY_GAFHST-PAYTOT
007170     END-EXEC.
007180     IF SQLCODE NOT = 0
007190         MOVE "Y" TO WS-EVT-EOF-SW
007200         GO TO 3210-EXIT
007210     END-IF.
007220     MOVE PAY_GAFHST-APLPSN TO PAY_CHGLOG-CHGPSN.
007230     MOVE PAY_GAFHST-CNTNUM TO PAY_CHGLOG-KEYVAL.
007240     MOVE PAY_GAFHST-TRNDAY TO PAY_CHGLOG-CHGDAY.
007250     MOVE PAY_GAFHST-TRNTIM TO PAY_CHGLOG-CHGTIM.
007260     MOVE "RF" TO WS-NEW-ACT.
007270     COMPUTE WS-NEW-AMT = 0 - PAY_GAFHST-PAYTOT.
007280     PERFORM 3900-ADD-EVENT THRU 3900-EXIT.
007290 3210-EXIT.
007300     EXIT.
007310******************************************************
007320* 3300-LOAD-AUDITS - HL HOLD, HR RELEASE, WO WRITE-OFF
007330*                    AND RC RECOVERY FROM GAFAUD (AN R
007340*                    WITH REASON RCV IS A RECOVERY)
007350******************************************************
007360 3300-LOAD-AUDITS.
007370     EXEC SQL
007380         DECLARE EVTAUD-CSR CURSOR FOR
007390         SELECT AUDPSN, CNTNUM, AUDDAY, AUDTIM, ACTCOD,
007400                RSNCOD
007410           FROM GAFAUD
007420          WHERE ACTCOD IN ('H', 'R', 'W')
007430            AND AUDDAY BETWEEN :WS-LOW-DAY AND :WS-TO-DAY
007440     END-EXEC.
007450     MOVE "N" TO WS-EVT-EOF-SW.
007460     EXEC SQL
007470         OPEN EVTAUD-CSR
007480     END-EXEC.
007490     PERFORM 3310-FETCH-AUDIT THRU 3310-EXIT
007500         UNTIL WS-EVT-EOF.
007510     EXEC SQL
007520         CLOSE EVTAUD-CSR
007530     END-EXEC.
007540 3300-EXIT.
007550     EXIT.
007560 3310-FETCH-AUDIT.
007570     EXEC SQL
007580         FETCH EVTAUD-CSR
007590             INTO :PAY_GAFAUD-AUDPSN, :PAY_GAFAUD-CNTNUM,
007600                  :PAY_GAFAUD-AUDDAY, :PAY_GAFAUD-AUDTIM,
007610                  :PAY_GAFAUD-ACTCOD, :PAY_GAFAUD-RSNCOD
007620     END-EXEC.
007630     IF SQLCODE NOT = 0
007640         MOVE "Y" TO WS-EVT-EOF-SW
007650         GO TO 3310-EXIT
007660     END-IF.
007670     MOVE PAY_GAFAUD-AUDPSN TO PAY_CHGLOG-CHGPSN.
007680     MOVE PAY_GAFAUD-CNTNUM TO PAY_CHGLOG-KEYVAL.
007690     MOVE PAY_GAFAUD-AUDDAY TO PAY_CHGLOG-CHGDAY.
007700     MOVE PAY_GAFAUD-AUDTIM TO PAY_CHGLOG-CHGTIM.
007710     MOVE ZERO TO WS-NEW-AMT.
007720     IF PAY_GAFAUD-ACTCOD = "H"
007730         MOVE "HL" TO WS-NEW-ACT
007740     ELSE
007750         IF PAY_GAFAUD-ACTCOD = "W"
007760             MOVE "WO" TO WS-NEW-ACT
007770         ELSE
007780             IF PAY_GAFAUD-RSNCOD = "RCV "
007790                 MOVE "RC" TO WS-NEW-ACT
007800             ELSE
007810                 MOVE "HR" TO WS-NEW-ACT
007820             END-IF
007830         END-IF
007840     END-IF.
007850     PERFORM 3900-ADD-EVENT THRU 3900-EXIT.
007860 3310-EXIT.
007870     EXIT.
007880******************************************************
007890* 3900-ADD-EVENT - PSN/KEY/DAY/TIME ARE PASSED IN THE
007900*                  PAY_CHGLOG HOST FIELDS
007910******************************************************
007920 3900-ADD-EVENT.
007930     IF WS-EVT-USED NOT < WS-EVT-MAX
007940         MOVE "Y" TO WS-FULL-SW
007950         GO TO 3900-EXIT
007960     END-IF.
007970     ADD 1 TO WS-EVT-USED.
007980     MOVE WS-NEW-ACT TO EV-ACT (WS-EVT-USED).
007990     MOVE PAY_CHGLOG-CHGPSN TO EV-PSN (WS-EVT-USED).
008000     MOVE PAY_CHGLOG-KEYVAL TO EV-CNTNUM (WS-EVT-USED).
008010     MOVE PAY_CHGLOG-CHGDAY TO EV-DAY (WS-EVT-USED).
008020     MOVE PAY_CHGLOG-CHGTIM TO EV-TIM (WS-EVT-USED).
008030     MOVE WS-NEW-AMT TO EV-AMT (WS-EVT-USED).
008040     MOVE PAY_CHGLOG-CHGDAY TO WS-DATE-NUM.
008050     COMPUTE EV-INT (WS-EVT-USED) =
008060         FUNCTION INTEGER-OF-DATE(WS-DATE-NUM).
008070 3900-EXIT.
008080     EXIT.
008090******************************************************
008100* 4000-RUN-RULE - HEADING, THE RULE'S EXCEPTIONS, NONE
008110******************************************************
008120 4000-RUN-RULE.
008130     IF WS-RULE-IDX = 1
008140         MOVE "SEGREGATION-OF-DUTIES EXCEPTIONS"
008150             TO SC-TEXT
008160         WRITE PAY152-RPT-REC FROM WS-SECTION-LINE
008170         IF WS-TABLE-FULL
008180             MOVE "PAY152 - EVENT TABLE FULL, PAIR RULES INCOMPL
008190-                 "ETE" TO WS-MSG-LINE
008200             WRITE PAY152-RPT-REC FROM WS-MSG-LINE
008210         END-IF
008220     END-IF.
008230     MOVE RD-ID (WS-RULE-IDX) TO RL-ID.
008240     MOVE RD-TEXT (WS-RULE-IDX) TO RL-TEXT.
008250     WRITE PAY152-RPT-REC FROM WS-RULE-LINE.
008260     IF RD-TYPE (WS-RULE-IDX) = "P"
008270         PERFORM 4100-PAIR-RULE THRU 4100-EXIT
008280             VARYING WS-EVT-IDX FROM 1 BY 1
008290             UNTIL WS-EVT-IDX > WS-EVT-USED
008300     END-IF.
008310     IF RD-TYPE (WS-RULE-IDX) = "S"
008320         PERFORM 4500-SAME-APPROVER THRU 4500-EXIT
008330     END-IF.
008340     IF RD-TYPE (WS-RULE-IDX) = "I"
008350         PERFORM 4600-INACTIVE-POSTER THRU 4600-EXIT
008360     END-IF.
008370     IF RC-CNT (WS-RULE-IDX) = ZERO
008380         WRITE PAY152-RPT-REC FROM WS-NONE-LINE
008390     END-IF.
008400 4000-EXIT.
008410     EXIT.
008420******************************************************
008430* 4100-PAIR-RULE - FOR EACH ACTIVITY B IN THE PERIOD,
008440*                  THE SAME PSN'S LATEST ACTIVITY A ON
008450*                  THE SAME CONTRACT BEFORE IT, IF NO
008460*                  MORE THAN THE WINDOW DAYS EARLIER
008470******************************************************
008480 4100-PAIR-RULE.
008490     IF EV-ACT (WS-EVT-IDX) NOT = RD-ACT-B (WS-RULE-IDX)
008500        OR EV-DAY (WS-EVT-IDX) < WS-FROM-DAY
008510         GO TO 4100-EXIT
008520     END-IF.
008530     MOVE ZERO TO WS-HIT-IDX.
008540     PERFORM 4150-FIND-ACTIVITY-A THRU 4150-EXIT
008550         VARYING WS-PRV-IDX FROM 1 BY 1
008560         UNTIL WS-PRV-IDX > WS-EVT-USED.
008570     IF WS-HIT-IDX = ZERO
008580         GO TO 4100-EXIT
008590     END-IF.
008600     COMPUTE WS-GAP-DAYS =
008610         EV-INT (WS-EVT-IDX) - EV-INT (WS-HIT-IDX).
008620     IF WS-GAP-DAYS > WS-WINDOW
008630         GO TO 4100-EXIT
008640     END-IF.
008650     MOVE EV-PSN (WS-EVT-IDX) TO XL-PSN.
008660     MOVE EV-CNTNUM (WS-EVT-IDX) TO XL-CNTNUM.
008670     MOVE EV-ACT (WS-HIT-IDX) TO XL-ACT-A.
008680     MOVE EV-DAY (WS-HIT-IDX) TO XL-DAY-A.
008690     MOVE EV-ACT (WS-EVT-IDX) TO XL-ACT-B.
008700     MOVE EV-DAY (WS-EVT-IDX) TO XL-DAY-B.
008710     MOVE WS-GAP-DAYS TO XL-DAYS.
008720     MOVE EV-AMT (WS-EVT-IDX) TO XL-AMT.
008730     PERFORM 4900-WRITE-EXCEPTION THRU 4900-EXIT.
008740 4100-EXIT.
008750     EXIT.
008760 4150-FIND-ACTIVITY-A.
008770     IF EV-ACT (WS-PRV-IDX) NOT = RD-ACT-A (WS-RULE-IDX)
008780        OR EV-PSN (WS-PRV-IDX) NOT = EV-PSN (WS-EVT-IDX)
008790        OR EV-CNTNUM (WS-PRV-IDX) NOT = EV-CNTNUM (WS-EVT-IDX)
008800        OR EV-STAMP (WS-PRV-IDX) NOT < EV-STAMP (WS-EVT-IDX)
008810         GO TO 4150-EXIT
008820     END-IF.
008830     IF WS-HIT-IDX = ZERO
008840         MOVE WS-PRV-IDX TO WS-HIT-IDX
008850     ELSE
008860         IF EV-STAMP (WS-PRV-IDX) > EV-STAMP (WS-HIT-IDX)
008870             MOVE WS-PRV-IDX TO WS-HIT-IDX
008880         END-IF
008890     END-IF.
008900 4150-EXIT.
008910     EXIT.
008920******************************************************
008930* 4500-SAME-APPROVER - APRQUE ITEMS DECIDED IN THE
008940*                      PERIOD BY THE PSN WHO ENTERED THEM
008950******************************************************
008960 4500-SAME-APPROVER.
008970     EXEC SQL
008980         DECLARE SODAPR-CSR CURSOR FOR
008990         SELECT APRPSN, CNTNUM, ENTDAY, APRDAY, APRSTS,
009000                PAYAMT
009010           FROM APRQUE
009020          WHERE APRDAY BETWEEN :WS-FROM-DAY AND :WS-TO-DAY
009030            AND APRSTS <> 'P'
009040            AND APRPSN = ENTPSN
009050          ORDER BY APRPSN, CNTNUM
009060     END-EXEC.
009070     MOVE "N" TO WS-EVT-EOF-SW.
009080     EXEC SQL
009090         OPEN SODAPR-CSR
009100     END-EXEC.
009110     PERFORM 4510-FETCH-SAME THRU 4510-EXIT
009120         UNTIL WS-EVT-EOF.
009130     EXEC SQL
009140         CLOSE SODAPR-CSR
009150     END-EXEC.
009160 4500-EXIT.
009170     EXIT.
009180 4510-FETCH-SAME.
009190     EXEC SQL
009200         FETCH SODAPR-CSR
009210             INTO :PAY_APRQUE-APRPSN, :PAY_APRQUE-CNTNUM,
009220                  :PAY_APRQUE-ENTDAY, :PAY_APRQUE-APRDAY,
009230                  :PAY_APRQUE-APRSTS, :PAY_APRQUE-PAYAMT
009240     END-EXEC.
009250     IF SQLCODE NOT = 0
009260         MOVE "Y" TO WS-EVT-EOF-SW
009270         GO TO 4510-EXIT
009280     END-IF.
009290     MOVE PAY_APRQUE-APRPSN TO XL-PSN.
009300     MOVE PAY_APRQUE-CNTNUM TO XL-CNTNUM.
009310     MOVE "EN" TO XL-ACT-A.
009320     MOVE PAY_APRQUE-ENTDAY TO XL-DAY-A.
009330     IF PAY_APRQUE-APR-APPROVED
009340         MOVE "AP" TO XL-ACT-B
009350     ELSE
009360         MOVE "RJ" TO XL-ACT-B
009370     END-IF.
009380     MOVE PAY_APRQUE-APRDAY TO XL-DAY-B.
009390     MOVE ZERO TO XL-DAYS.
009400     MOVE PAY_APRQUE-PAYAMT TO XL-AMT.
009410     PERFORM 4900-WRITE-EXCEPTION THRU 4900-EXIT.
009420 4510-EXIT.
009430     EXIT.
009440******************************************************
009450* 4600-INACTIVE-POSTER - PAYMENTS IN THE PERIOD POSTED
009460*                        BY A PSN THAT IS NOT AN ACTIVE
009470*                        OPRMST OPERATOR (BATCH IDS
009480*                        EXCEPTED)
009490******************************************************
009500 4600-INACTIVE-POSTER.
009510     EXEC SQL
009520         DECLARE SODINA-CSR CURSOR FOR
009530         SELECT H.APLPSN, H.CNTNUM, H.TRNDAY, H.PAYTOT
009540           FROM GAFHST H
009550          WHERE H.TRNDAY BETWEEN :WS-FROM-DAY AND :WS-TO-DAY
009560            AND H.PAYTOT > 0
009570            AND H.APLPSN NOT IN ('ARC1', 'DDB1', 'DDR1')
009580            AND NOT EXISTS
009590                (SELECT 1 FROM OPRMST O
009600                  WHERE O.PSN = H.APLPSN
009610                    AND O.ACTFLG = 'Y')
009620          ORDER BY H.APLPSN, H.CNTNUM, H.TRNDAY
009630     END-EXEC.
009640     MOVE "N" TO WS-EVT-EOF-SW.
009650     EXEC SQL
009660         OPEN SODINA-CSR
009670     END-EXEC.
009680     PERFORM 4610-FETCH-INACTIVE THRU 4610-EXIT
009690         UNTIL WS-EVT-EOF.
009700     EXEC SQL
009710         CLOSE SODINA-CSR
009720     END-EXEC.
009730 4600-EXIT.
009740     EXIT.
009750 4610-FETCH-INACTIVE.
009760     EXEC SQL
009770         FETCH SODINA-CSR
009780             INTO :PAY_GAFHST-APLPSN, :PAY_GAFHST-CNTNUM,
009790                  :PAY_GAFHST-TRNDAY, :PAY_GAFHST-PAYTOT
009800     END-EXEC.
009810     IF SQLCODE NOT = 0
009820         MOVE "Y" TO WS-EVT-EOF-SW
009830         GO TO 4610-EXIT
009840     END-IF.
009850     MOVE PAY_GAFHST-APLPSN TO XL-PSN.
009860     MOVE PAY_GAFHST-CNTNUM TO XL-CNTNUM.
009870     MOVE "PY" TO XL-ACT-A.
009880     MOVE PAY_GAFHST-TRNDAY TO XL-DAY-A.
009890     EXEC SQL
009900         SELECT ACTFLG
009910           INTO :PAY_OPRMST-ACTFLG
009920           FROM OPRMST
009930          WHERE PSN = :PAY_GAFHST-APLPSN
009940     END-EXEC.
009950     IF SQLCODE = 0
009960         MOVE "IA" TO XL-ACT-B
009970     ELSE
009980         MOVE "UK" TO XL-ACT-B
009990     END-IF.
010000     MOVE SPACES TO XL-DAY-B.
010010     MOVE ZERO TO XL-DAYS.
010020     MOVE PAY_GAFHST-PAYTOT TO XL-AMT.
010030     PERFORM 4900-WRITE-EXCEPTION THRU 4900-EXIT.
010040 4610-EXIT.
010050     EXIT.
010060******************************************************
010070* 4900-WRITE-EXCEPTION - LINE OUT, COUNT THE RULE
010080******************************************************
010090 4900-WRITE-EXCEPTION.
010100     MOVE RD-ID (WS-RULE-IDX) TO XL-RULE.
010110     WRITE PAY152-RPT-REC FROM WS-EXC-LINE.
010120     ADD 1 TO RC-CNT (WS-RULE-IDX).
010130     ADD 1 TO WS-EXC-TOTAL.
010140 4900-EXIT.
010150     EXIT.
010160******************************************************
010170* 5000-TERMINATE - COUNT PER RULE, LEGEND, CLOSE
010180******************************************************
010190 5000-TERMINATE.
010200     MOVE "EXCEPTIONS BY RULE" TO SC-TEXT.
010210     WRITE PAY152-RPT-REC FROM WS-SECTION-LINE.
010220     PERFORM 5100-PRINT-COUNT THRU 5100-EXIT
010230         VARYING WS-RULE-IDX FROM 1 BY 1
010240         UNTIL WS-RULE-IDX > WS-RULE-MAX.
010250     MOVE "TOTAL SEGREGATION-OF-DUTIES EXCEPTIONS"
010260         TO TL-TEXT.
010270     MOVE WS-EXC-TOTAL TO TL-COUNT.
010280     WRITE PAY152-RPT-REC FROM WS-TOTAL-LINE.
010290     WRITE PAY152-RPT-REC FROM WS-LEGEND-LINE-1.
010300     WRITE PAY152-RPT-REC FROM WS-LEGEND-LINE-2.
010310     WRITE PAY152-RPT-REC FROM WS-LEGEND-LINE-3.
010320     CLOSE PARM-FILE.
010330     CLOSE PAY152-RPT.
010340 5000-EXIT.
010350     EXIT.
010360 5100-PRINT-COUNT.
010370     MOVE RD-ID (WS-RULE-IDX) TO CL-ID.
010380     MOVE RD-TEXT (WS-RULE-IDX) TO CL-TEXT.
010390     MOVE RC-CNT (WS-RULE-IDX) TO CL-COUNT.
010400     WRITE PAY152-RPT-REC FROM WS-COUNT-LINE.
010410 5100-EXIT.
010420     EXIT.
