000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. PAY142.
000030 AUTHOR. K.SATO.
000040 INSTALLATION. SYSTEM DEVELOPMENT DEPT.
000050 DATE-WRITTEN. 2026-09-16.
000060 DATE-COMPILED.
000070******************************************************
000080* MODIFICATION HISTORY
000090*  2026-09-16  K.SATO   INITIAL VERSION - AGED RECEIVABLES
000100*                       TRIAL BALANCE FROM THE BILITM
000110*                       SUBLEDGER. EVERY OPEN OR PARTLY
000120*                       PAID ITEM IS AGED BY DAYS PAST
000130*                       DUEDAY AT THE AS-OF DATE INTO
000140*                       CURRENT, 1-30, 31-60, 61-90,
000150*                       91-180 AND OVER 180, SUBTOTALLED
000160*                       PER CNTNUM, PAYCLT AND DIVCOD. THE
000170*                       AGED TOTAL IS FOOTED TO THE OPEN
000180*                       RMNAMT, CRDBAL CREDITS AND OPEN
000190*                       WRTOFF BALANCES ARE SHOWN AS
000200*                       RECONCILING LINES AND THE NET IS
000210*                       TIED TO THE RECEIVABLE PAY116
000220*                       JOURNALS (GAFMST TRNTOT OUTSIDE
000230*                       OPEN WRITE-OFFS). ITEMS BILLED
000240*                       AFTER THE AS-OF DATE ARE LEFT OUT,
000250*                       BUT THE BALANCE AGED IS THE ITEM'S
000260*                       CURRENT RMNAMT, NOT THE BALANCE AS
000270*                       IT STOOD ON THE AS-OF DATE - THE
000280*                       TIE TO PAY116 HOLDS ONLY FOR A RUN
000290*                       AS OF TODAY
000300******************************************************
000310 ENVIRONMENT DIVISION.
000320 INPUT-OUTPUT SECTION.
000330 FILE-CONTROL.
000340     SELECT PARM-FILE ASSIGN TO ATBPARM.
000350     SELECT PAY142-RPT ASSIGN TO PAY142RP.
000360 DATA DIVISION.
000370 FILE SECTION.
000380 FD  PARM-FILE
000390     RECORDING MODE IS F
000400     LABEL RECORDS ARE STANDARD.
000410 01  PARM-REC.
000420     03 PARM-ASOF-DATE   PIC X(008).
000430 FD  PAY142-RPT
000440     RECORDING MODE IS F
000450     LABEL RECORDS ARE STANDARD.
000460 01  PAY142-RPT-REC              PIC X(080).
000470 WORKING-STORAGE SECTION.
000480     EXEC SQL INCLUDE SQLCA END-EXEC.
000490     EXEC SQL INCLUDE PAY_GAFMST END-EXEC.
000500     EXEC SQL INCLUDE PAY_BILITM END-EXEC.
000510 77  WS-EOF-SW           PIC X(001) VALUE "N".
000520     88 WS-EOF                      VALUE "Y".
000530 77  WS-FIRST-SW         PIC X(001) VALUE "Y".
000540     88 WS-FIRST-ROW                VALUE "Y".
000550 77  WS-TODAY            PIC X(008).
000560 77  WS-ASOF-DATE        PIC X(008).
000570 77  WS-ASOF-NUM         PIC 9(008).
000580 77  WS-ASOF-INT         PIC 9(007).
000590 77  WS-DUE-NUM          PIC 9(008).
000600 77  WS-DUE-INT          PIC 9(007).
000610 77  WS-PAST-DAYS        PIC S9(007) COMP-3.
000620 77  WS-PREV-DIVCOD      PIC X(004).
000630 77  WS-PREV-PAYCLT      PIC X(008).
000640 77  WS-PREV-CNTNUM      PIC X(009).
000650 77  WS-LVL              PIC S9(003) COMP-3.
000660 77  WS-NXT              PIC S9(003) COMP-3.
000670 77  WS-UP               PIC S9(003) COMP-3.
000680 77  WS-BKT              PIC S9(003) COMP-3.
000690 77  WS-OPN-TOTAL        PIC S9(013) COMP-3 VALUE ZERO.
000700 77  WS-CRD-TOTAL        PIC S9(013) COMP-3 VALUE ZERO.
000710 77  WS-WOF-TOTAL        PIC S9(013) COMP-3 VALUE ZERO.
000720 77  WS-NET-TOTAL        PIC S9(013) COMP-3 VALUE ZERO.
000730 77  WS-RCV-TOTAL        PIC S9(013) COMP-3 VALUE ZERO.
000740 77  WS-DIF-TOTAL        PIC S9(013) COMP-3 VALUE ZERO.
000750 77  WS-ITM-CNT          PIC S9(007) COMP-3 VALUE ZERO.
000760 77  WS-SUM-CNT          PIC S9(007) COMP-3 VALUE ZERO.
000770 01  WS-AGE-TABLE.
000780     03 WS-AGE-LEVEL     OCCURS 4.
000790        05 AG-AMT        PIC S9(013) COMP-3 OCCURS 7.
000800 01  WS-BKT-TABLE.
000810     03 WS-BKT-ENTRY     OCCURS 6.
000820        05 BK-CNT        PIC S9(007) COMP-3.
000830 01  WS-BKT-NAMES.
000840     03 FILLER           PIC X(012) VALUE "CURRENT     ".
000850     03 FILLER           PIC X(012) VALUE "1-30 DAYS   ".
000860     03 FILLER           PIC X(012) VALUE "31-60 DAYS  ".
000870     03 FILLER           PIC X(012) VALUE "61-90 DAYS  ".
000880     03 FILLER           PIC X(012) VALUE "91-180 DAYS ".
000890     03 FILLER           PIC X(012) VALUE "OVER 180    ".
000900 01  WS-BKT-NAME-TBL REDEFINES WS-BKT-NAMES.
000910     03 BN-NAME          PIC X(012) OCCURS 6.
000920 01  WS-HEAD-LINE-1.
000930     03 FILLER           PIC X(036) VALUE
000940         "AGED RECEIVABLES TRIAL BALANCE AS OF".
000950     03 FILLER           PIC X(001) VALUE SPACE.
000960     03 HL-ASOF          PIC X(008).
000970     03 FILLER           PIC X(035) VALUE SPACES.
000980 01  WS-HEAD-LINE-2.
000990     03 FILLER           PIC X(010) VALUE "KEY".
001000     03 FILLER           PIC X(014) VALUE "       CURRENT".
001010     03 FILLER           PIC X(014) VALUE "          1-30".
001020     03 FILLER           PIC X(014) VALUE "         31-60".
001030     03 FILLER           PIC X(014) VALUE "         61-90".
001040     03 FILLER           PIC X(014) VALUE SPACES.
001050 01  WS-HEAD-LINE-3.
001060     03 FILLER           PIC X(010) VALUE SPACES.
001070     03 FILLER           PIC X(014) VALUE "        91-180".
001080     03 FILLER           PIC X(014) VALUE "      OVER 180".
001090     03 FILLER           PIC X(014) VALUE "         TOTAL".
001100     03 FILLER           PIC X(028) VALUE SPACES.
001110 01  WS-AGE-AMTS.
001120     03 AA-AMT           PIC -(013)9 OCCURS 7.
001130 01  WS-AGE-AMTS-R REDEFINES WS-AGE-AMTS.
001140     03 AA-FIRST         PIC X(056).
001150     03 AA-SECOND        PIC X(042).
001160 01  WS-AGE-LINE.
001170     03 AL-KEY           PIC X(010).
001180     03 AL-AMT-1         PIC X(056).
001190     03 FILLER           PIC X(014) VALUE SPACES.
001200 01  WS-AGE-LINE-2.
001210     03 FILLER           PIC X(010) VALUE SPACES.
001220     03 AL-AMT-2         PIC X(042).
001230     03 FILLER           PIC X(028) VALUE SPACES.
001240 01  WS-BKT-LINE.
001250     03 FILLER           PIC X(003) VALUE SPACES.
001260     03 BL-NAME          PIC X(012).
001270     03 FILLER           PIC X(007) VALUE " ITEMS ".
001280     03 BL-CNT           PIC -(006)9.
001290     03 FILLER           PIC X(002) VALUE SPACES.
001300     03 BL-AMT           PIC -(013)9.
001310     03 FILLER           PIC X(035) VALUE SPACES.
001320 01  WS-REC-LINE.
001330     03 RL-LABEL         PIC X(036).
001340     03 RL-AMT           PIC -(013)9.
001350     03 FILLER           PIC X(030) VALUE SPACES.
001360 01  WS-VERDICT-LINE.
001370     03 VD-TEXT          PIC X(040).
001380     03 FILLER           PIC X(040) VALUE SPACES.
001390******************************************************
001400* PROCEDURE DIVISION
001410******************************************************
001420 PROCEDURE DIVISION.
001430 0000-MAINLINE.
001440     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001450     PERFORM 2000-PROCESS-ITEM THRU 2000-EXIT
001460         UNTIL WS-EOF.
001470     PERFORM 3000-TERMINATE THRU 3000-EXIT.
001480     STOP RUN.
001490******************************************************
001500* 1000-INITIALIZE - AS-OF DATE, HEADINGS, OPEN THE
001510*                   ITEM CURSOR IN DIVCOD / PAYCLT /
001520*                   CNTNUM ORDER
001530******************************************************
001540 1000-INITIALIZE.
001550     OPEN INPUT PARM-FILE.
001560     OPEN OUTPUT PAY142-RPT.
001570     ACCEPT WS-TODAY FROM DATE YYYYMMDD.
001580     MOVE WS-TODAY TO WS-ASOF-DATE.
001590     READ PARM-FILE
001600         AT END MOVE SPACES TO PARM-ASOF-DATE
001610     END-READ.
001620     IF PARM-ASOF-DATE NOT = SPACES
001630         MOVE PARM-ASOF-DATE TO WS-ASOF-DATE
001640     END-IF.
001650     MOVE WS-ASOF-DATE TO WS-ASOF-NUM.
001660     COMPUTE WS-ASOF-INT =
001670         FUNCTION INTEGER-OF-DATE(WS-ASOF-NUM).
001680     INITIALIZE WS-AGE-TABLE.
001690     INITIALIZE WS-BKT-TABLE.
001700     MOVE WS-ASOF-DATE TO HL-ASOF.
001710     WRITE PAY142-RPT-REC FROM WS-HEAD-LINE-1.
001720     WRITE PAY142-RPT-REC FROM WS-HEAD-LINE-2.
001730     WRITE PAY142-RPT-REC FROM WS-HEAD-LINE-3.
001740     EXEC SQL
001750         DECLARE AGEITM-CSR CURSOR FOR
001760         SELECT M.DIVCOD, M.PAYCLT, I.CNTNUM, I.DUEDAY,
001770                I.RMNAMT
001780           FROM BILITM I, GAFMST M
001790          WHERE M.CNTNUM = I.CNTNUM
001800            AND I.ITMSTS <> 'C'
001810            AND I.BILDAY <= :WS-ASOF-DATE
001820          ORDER BY M.DIVCOD, M.PAYCLT, I.CNTNUM, I.DUEDAY
001830     END-EXEC.
001840     EXEC SQL
001850         OPEN AGEITM-CSR
001860     END-EXEC.
001870     PERFORM 2100-FETCH-ITEM THRU 2100-EXIT.
001880 1000-EXIT.
001890     EXIT.
001900******************************************************
001910* 2000-PROCESS-ITEM - CONTROL BREAKS ON DIVCOD, PAYCLT
001920*                     AND CNTNUM, THEN AGE THE ITEM
001930******************************************************
001940 2000-PROCESS-ITEM.
001950     IF WS-FIRST-ROW
001960         MOVE "N" TO WS-FIRST-SW
001970     ELSE
001980         IF PAY_GAFMST-DIVCOD NOT = WS-PREV-DIVCOD
001990             MOVE 3 TO WS-NXT
002000             PERFORM 2300-BREAK-LEVEL THRU 2300-EXIT
002010                 VARYING WS-LVL FROM 1 BY 1
002020                 UNTIL WS-LVL > WS-NXT
002030         ELSE
002040             IF PAY_GAFMST-PAYCLT NOT = WS-PREV-PAYCLT
002050                 MOVE 2 TO WS-NXT
002060                 PERFORM 2300-BREAK-LEVEL THRU 2300-EXIT
002070                     VARYING WS-LVL FROM 1 BY 1
002080                     UNTIL WS-LVL > WS-NXT
002090             ELSE
002100                 IF PAY_BILITM-CNTNUM NOT = WS-PREV-CNTNUM
002110                     MOVE 1 TO WS-LVL
002120                     PERFORM 2300-BREAK-LEVEL THRU 2300-EXIT
002130                 END-IF
002140             END-IF
002150         END-IF
002160     END-IF.
002170     MOVE PAY_GAFMST-DIVCOD TO WS-PREV-DIVCOD.
002180     MOVE PAY_GAFMST-PAYCLT TO WS-PREV-PAYCLT.
002190     MOVE PAY_BILITM-CNTNUM TO WS-PREV-CNTNUM.
002200     PERFORM 2200-AGE-ITEM THRU 2200-EXIT.
002210     ADD PAY_BILITM-RMNAMT TO AG-AMT(1, WS-BKT).
002220     ADD PAY_BILITM-RMNAMT TO AG-AMT(1, 7).
002230     ADD 1 TO BK-CNT(WS-BKT).
002240     ADD 1 TO WS-ITM-CNT.
002250     PERFORM 2100-FETCH-ITEM THRU 2100-EXIT.
002260 2000-EXIT.
002270     EXIT.
002280******************************************************
002290* 2100-FETCH-ITEM - NEXT OPEN ITEM IN SORTED ORDER
002300******************************************************
002310 2100-FETCH-ITEM.
002320     EXEC SQL
002330         FETCH AGEITM-CSR
002340          INTO :PAY_GAFMST-DIVCOD, :PAY_GAFMST-PAYCLT,
002350               :PAY_BILITM-CNTNUM, :PAY_BILITM-DUEDAY,
002360               :PAY_BILITM-RMNAMT
002370     END-EXEC.
002380     IF SQLCODE NOT = 0
002390         MOVE "Y" TO WS-EOF-SW.
002400 2100-EXIT.
002410     EXIT.
002420******************************************************
002430* 2200-AGE-ITEM - BUCKET BY DAYS PAST DUEDAY AT THE
002440*                 AS-OF DATE. NOT YET DUE IS CURRENT
002450******************************************************
002460 2200-AGE-ITEM.
002470     MOVE 1 TO WS-BKT.
002480     IF PAY_BILITM-DUEDAY NOT < WS-ASOF-DATE
002490         GO TO 2200-EXIT
002500     END-IF.
002510     MOVE PAY_BILITM-DUEDAY TO WS-DUE-NUM.
002520     COMPUTE WS-DUE-INT =
002530         FUNCTION INTEGER-OF-DATE(WS-DUE-NUM).
002540     COMPUTE WS-PAST-DAYS = WS-ASOF-INT - WS-DUE-INT.
002550     IF WS-PAST-DAYS > 180
002560         MOVE 6 TO WS-BKT
002570     ELSE
002580         IF WS-PAST-DAYS > 90
002590             MOVE 5 TO WS-BKT
002600         ELSE
002610             IF WS-PAST-DAYS > 60
002620                 MOVE 4 TO WS-BKT
002630             ELSE
002640                 IF WS-PAST-DAYS > 30
002650                     MOVE 3 TO WS-BKT
002660                 ELSE
002670                     MOVE 2 TO WS-BKT
002680                 END-IF
002690             END-IF
002700         END-IF
002710     END-IF.
002720 2200-EXIT.
002730     EXIT.
002740******************************************************
002750* 2300-BREAK-LEVEL - PRINT THE SUBTOTAL FOR WS-LVL
002760*                    (1 CNTNUM, 2 PAYCLT, 3 DIVCOD, 4
002770*                    GRAND), ROLL IT INTO THE LEVEL
002780*                    ABOVE AND CLEAR IT
002790******************************************************
002800 2300-BREAK-LEVEL.
002810     IF WS-LVL = 1
002820         MOVE WS-PREV-CNTNUM TO AL-KEY
002830     END-IF.
002840     IF WS-LVL = 2
002850         MOVE SPACES TO AL-KEY
002860         MOVE "*" TO AL-KEY(1:1)
002870         MOVE WS-PREV-PAYCLT TO AL-KEY(2:8)
002880     END-IF.
002890     IF WS-LVL = 3
002900         MOVE SPACES TO AL-KEY
002910         MOVE "**" TO AL-KEY(1:2)
002920         MOVE WS-PREV-DIVCOD TO AL-KEY(3:4)
002930     END-IF.
002940     IF WS-LVL = 4
002950         MOVE "***TOTAL" TO AL-KEY
002960     END-IF.
002970     PERFORM 2350-ROLL-BUCKET THRU 2350-EXIT
002980         VARYING WS-BKT FROM 1 BY 1
002990         UNTIL WS-BKT > 7.
003000     MOVE AA-FIRST TO AL-AMT-1.
003010     MOVE AA-SECOND TO AL-AMT-2.
003020     WRITE PAY142-RPT-REC FROM WS-AGE-LINE.
003030     WRITE PAY142-RPT-REC FROM WS-AGE-LINE-2.
003040 2300-EXIT.
003050     EXIT.
003060******************************************************
003070* 2350-ROLL-BUCKET - ONE COLUMN OF THE SUBTOTAL
003080******************************************************
003090 2350-ROLL-BUCKET.
003100     MOVE AG-AMT(WS-LVL, WS-BKT) TO AA-AMT(WS-BKT).
003110     IF WS-LVL < 4
003120         COMPUTE WS-UP = WS-LVL + 1
003130         ADD AG-AMT(WS-LVL, WS-BKT) TO AG-AMT(WS-UP, WS-BKT)
003140         MOVE ZERO TO AG-AMT(WS-LVL, WS-BKT)
003150     END-IF.
003160 2350-EXIT.
003170     EXIT.
003180******************************************************
003190* 2400-PRINT-BUCKET - ONE LINE OF THE BUCKET SUMMARY
003200******************************************************
003210 2400-PRINT-BUCKET.
003220     MOVE BN-NAME(WS-BKT) TO BL-NAME.
003230     MOVE BK-CNT(WS-BKT) TO BL-CNT.
003240     MOVE AG-AMT(4, WS-BKT) TO BL-AMT.
003250     WRITE PAY142-RPT-REC FROM WS-BKT-LINE.
003260 2400-EXIT.
003270     EXIT.
003280******************************************************
003290* 2500-RECONCILE - FOOT THE AGED TOTAL TO THE OPEN
003300*                  RMNAMT, TAKE OFF CREDITS AND OPEN
003310*                  WRITE-OFFS, TIE THE NET TO PAY116
003320******************************************************
003330 2500-RECONCILE.
003340     EXEC SQL
003350         SELECT COUNT(*)
003360           INTO :WS-SUM-CNT
003370           FROM BILITM
003380          WHERE ITMSTS <> 'C'
003390            AND BILDAY <= :WS-ASOF-DATE
003400     END-EXEC.
003410     IF WS-SUM-CNT = ZERO
003420         MOVE ZERO TO WS-OPN-TOTAL
003430     ELSE
003440         EXEC SQL
003450             SELECT SUM(RMNAMT)
003460               INTO :WS-OPN-TOTAL
003470               FROM BILITM
003480              WHERE ITMSTS <> 'C'
003490                AND BILDAY <= :WS-ASOF-DATE
003500         END-EXEC
003510     END-IF.
003520     EXEC SQL
003530         SELECT COUNT(*)
003540           INTO :WS-SUM-CNT
003550           FROM CRDBAL
003560          WHERE CRDSTS = 'O'
003570     END-EXEC.
003580     IF WS-SUM-CNT = ZERO
003590         MOVE ZERO TO WS-CRD-TOTAL
003600     ELSE
003610         EXEC SQL
003620             SELECT SUM(CRDAMT)
003630               INTO :WS-CRD-TOTAL
003640               FROM CRDBAL
003650              WHERE CRDSTS = 'O'
003660         END-EXEC
003670     END-IF.
003680     EXEC SQL
003690         SELECT COUNT(*)
003700           INTO :WS-SUM-CNT
003710           FROM WRTOFF
003720          WHERE WOFSTS = 'O'
003730     END-EXEC.
003740     IF WS-SUM-CNT = ZERO
003750         MOVE ZERO TO WS-WOF-TOTAL
003760     ELSE
003770         EXEC SQL
003780             SELECT SUM(WOFAMT - RCVAMT)
003790               INTO :WS-WOF-TOTAL
003800               FROM WRTOFF
003810              WHERE WOFSTS = 'O'
003820         END-EXEC
003830     END-IF.
003840     EXEC SQL
003850         SELECT COUNT(*)
003860           INTO :WS-SUM-CNT
003870           FROM GAFMST
003880          WHERE NOT EXISTS
003890                (SELECT 1 FROM WRTOFF W
003900                  WHERE W.CNTNUM = GAFMST.CNTNUM
003910                    AND W.WOFSTS = 'O')
003920     END-EXEC.
003930     IF WS-SUM-CNT = ZERO
003940         MOVE ZERO TO WS-RCV-TOTAL
003950     ELSE
003960         EXEC SQL
003970             SELECT SUM(TRNTOT)
003980               INTO :WS-RCV-TOTAL
003990               FROM GAFMST
004000              WHERE NOT EXISTS
004010                    (SELECT 1 FROM WRTOFF W
004020                      WHERE W.CNTNUM = GAFMST.CNTNUM
004030                        AND W.WOFSTS = 'O')
004040         END-EXEC
004050     END-IF.
004060     MOVE "AGED OPEN ITEMS" TO RL-LABEL.
004070     MOVE AG-AMT(4, 7) TO RL-AMT.
004080     WRITE PAY142-RPT-REC FROM WS-REC-LINE.
004090     MOVE "OPEN RMNAMT ON BILITM" TO RL-LABEL.
004100     MOVE WS-OPN-TOTAL TO RL-AMT.
004110     WRITE PAY142-RPT-REC FROM WS-REC-LINE.
004120     IF AG-AMT(4, 7) = WS-OPN-TOTAL
004130         MOVE "AGED ITEMS FOOT TO OPEN RMNAMT" TO VD-TEXT
004140     ELSE
004150         MOVE "AGED ITEMS DO NOT FOOT - ORPHAN ITEMS"
004160             TO VD-TEXT
004170     END-IF.
004180     WRITE PAY142-RPT-REC FROM WS-VERDICT-LINE.
004190     MOVE "LESS CRDBAL OPEN CREDITS" TO RL-LABEL.
004200     COMPUTE RL-AMT = ZERO - WS-CRD-TOTAL.
004210     WRITE PAY142-RPT-REC FROM WS-REC-LINE.
004220     MOVE "LESS OPEN WRTOFF BALANCES" TO RL-LABEL.
004230     COMPUTE RL-AMT = ZERO - WS-WOF-TOTAL.
004240     WRITE PAY142-RPT-REC FROM WS-REC-LINE.
004250     COMPUTE WS-NET-TOTAL =
004260         WS-OPN-TOTAL - WS-CRD-TOTAL - WS-WOF-TOTAL.
004270     MOVE "NET SUBLEDGER RECEIVABLE" TO RL-LABEL.
004280     MOVE WS-NET-TOTAL TO RL-AMT.
004290     WRITE PAY142-RPT-REC FROM WS-REC-LINE.
004300     MOVE "PAY116 JOURNAL RECEIVABLE" TO RL-LABEL.
004310     MOVE WS-RCV-TOTAL TO RL-AMT.
004320     WRITE PAY142-RPT-REC FROM WS-REC-LINE.
004330     COMPUTE WS-DIF-TOTAL = WS-NET-TOTAL - WS-RCV-TOTAL.
004340     MOVE "DIFFERENCE" TO RL-LABEL.
004350     MOVE WS-DIF-TOTAL TO RL-AMT.
004360     WRITE PAY142-RPT-REC FROM WS-REC-LINE.
004370     IF WS-DIF-TOTAL = ZERO
004380         MOVE "SUBLEDGER TIES TO PAY116" TO VD-TEXT
004390     ELSE
004400         MOVE "SUBLEDGER DOES NOT TIE TO PAY116" TO VD-TEXT
004410     END-IF.
004420     WRITE PAY142-RPT-REC FROM WS-VERDICT-LINE.
004430 2500-EXIT.
004440     EXIT.
004450******************************************************
004460* 3000-TERMINATE - LAST BREAKS, GRAND TOTAL, BUCKET
004470*                  SUMMARY AND RECONCILIATION
004480******************************************************
004490 3000-TERMINATE.
004500     IF NOT WS-FIRST-ROW
004510         MOVE 3 TO WS-NXT
004520         PERFORM 2300-BREAK-LEVEL THRU 2300-EXIT
004530             VARYING WS-LVL FROM 1 BY 1
004540             UNTIL WS-LVL > WS-NXT
004550     END-IF.
004560     MOVE 4 TO WS-LVL.
004570     PERFORM 2300-BREAK-LEVEL THRU 2300-EXIT.
004580     PERFORM 2400-PRINT-BUCKET THRU 2400-EXIT
004590         VARYING WS-BKT FROM 1 BY 1
004600         UNTIL WS-BKT > 6.
004610     PERFORM 2500-RECONCILE THRU 2500-EXIT.
004620     EXEC SQL
004630         CLOSE AGEITM-CSR
004640     END-EXEC.
004650     CLOSE PARM-FILE.
004660     CLOSE PAY142-RPT.
004670 3000-EXIT.
004680     EXIT.
