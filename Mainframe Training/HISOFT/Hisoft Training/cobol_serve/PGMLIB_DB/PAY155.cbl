000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. PAY155.
000030 AUTHOR. K.SATO.
000040 INSTALLATION. SYSTEM DEVELOPMENT DEPT.
000050 DATE-WRITTEN. 2026-10-09.
000060 DATE-COMPILED.
000070******************************************************
000080* MODIFICATION HISTORY
000090*  2026-10-09  K.SATO   INITIAL VERSION - CONTRACT
000100*                       ASSIGNMENT ENTRY. ONE CARD MOVES A
000110*                       LIVE CNTNUM TO ANOTHER CLTMST
000120*                       CLIENT AS OF AN EFFECTIVE DATE,
000130*                       CARRYING OR SETTLING THE OPEN
000140*                       ITEMS, DEPOSIT AND CREDIT (ASGTRM
000150*                       C / S) AND NAMING THE NEW CLIENT'S
000160*                       DEBIT ACCOUNT (BLANK RETIRES THE
000170*                       BNKMST ACCOUNT). NOTHING CHANGES
000180*                       HERE - THE ASSIGNMENT IS HELD ON
000190*                       CNTASG AND THE APRQUE (ACTCOD A)
000200*                       FOR PAY131 APPROVAL, WHICH
000210*                       EXECUTES IT
000220******************************************************
000230 ENVIRONMENT DIVISION.
000240 INPUT-OUTPUT SECTION.
000250 FILE-CONTROL.
000260     SELECT ASGTRN-FILE ASSIGN TO ASGTRNIN.
000270     SELECT PAY155-RPT ASSIGN TO PAY155RP.
000280 DATA DIVISION.
000290 FILE SECTION.
000300 FD  ASGTRN-FILE
000310     RECORDING MODE IS F
000320     LABEL RECORDS ARE STANDARD.
000330 01  ASGTRN-REC.
000340     03 AT-CNTNUM        PIC X(009).
000350     03 AT-NEWCLT        PIC X(008).
000360     03 AT-EFFDAY        PIC X(008).
000370     03 AT-ASGTRM        PIC X(001).
000380         88 AT-TRM-CARRY           VALUE "C".
000390         88 AT-TRM-SETTLE          VALUE "S".
000400     03 AT-BNKCOD        PIC X(004).
000410     03 AT-BRNCOD        PIC X(003).
000420     03 AT-ACTTYP        PIC X(001).
000430     03 AT-ACTNUM        PIC X(007).
000440     03 AT-ACTNAM        PIC X(030).
000450     03 AT-PSN           PIC X(004).
000460 FD  PAY155-RPT
000470     RECORDING MODE IS F
000480     LABEL RECORDS ARE STANDARD.
000490 01  PAY155-RPT-REC              PIC X(080).
000500 WORKING-STORAGE SECTION.
000510     EXEC SQL INCLUDE SQLCA END-EXEC.
000520     EXEC SQL INCLUDE PAY_GAFMST END-EXEC.
000530     EXEC SQL INCLUDE PAY_CLTMST END-EXEC.
000540     EXEC SQL INCLUDE PAY_BNKDIR END-EXEC.
000550     EXEC SQL INCLUDE PAY_APRQUE END-EXEC.
000560     EXEC SQL INCLUDE PAY_CNTASG END-EXEC.
000570 77  WS-EOF-SW           PIC X(001) VALUE "N".
000580     88 WS-EOF                      VALUE "Y".
000590 77  WS-FOUND-SW         PIC X(001) VALUE "N".
000600     88 WS-FOUND                    VALUE "Y".
000610 77  WS-DATE-OK-SW       PIC X(001) VALUE "N".
000620     88 WS-DATE-OK                  VALUE "Y".
000630 77  WS-REJ-RSN          PIC X(020).
000640 77  WS-TODAY            PIC X(008).
000650 77  WS-NOWTIME          PIC X(006).
000660 77  WS-PND-CNT          PIC S9(007) COMP-3.
000670 77  WS-OPN-CNT          PIC S9(007) COMP-3.
000680 77  WS-OPN-AMT          PIC S9(013) COMP-3.
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
000800 01  WS-DETAIL-LINE.
000810     03 DL-RESULT        PIC X(009).
000820     03 FILLER           PIC X(002) VALUE SPACES.
000830     03 DL-CNTNUM        PIC X(009).
000840     03 FILLER           PIC X(002) VALUE SPACES.
000850     03 DL-NEWCLT        PIC X(008).
000860     03 FILLER           PIC X(002) VALUE SPACES.
000870     03 DL-EFFDAY        PIC X(008).
000880     03 FILLER           PIC X(002) VALUE SPACES.
000890     03 DL-ASGTRM        PIC X(001).
000900     03 FILLER           PIC X(002) VALUE SPACES.
000910     03 DL-APRSEQ        PIC Z(006)9.
000920     03 FILLER           PIC X(002) VALUE SPACES.
000930     03 DL-REASON        PIC X(020).
000940     03 FILLER           PIC X(005) VALUE SPACES.
000950 01  WS-TOTAL-LINE.
000960     03 FILLER           PIC X(009) VALUE "QUEUED   ".
000970     03 TL-ACCEPT        PIC -(007)9.
000980     03 FILLER           PIC X(011) VALUE "  REJECTED ".
000990     03 TL-REJECT        PIC -(007)9.
001000     03 FILLER           PIC X(044) VALUE SPACES.
001010******************************************************
001020* PROCEDURE DIVISION
001030******************************************************
001040 PROCEDURE DIVISION.
001050 0000-MAINLINE.
001060     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001070     PERFORM 2000-PROCESS-TRAN THRU 2000-EXIT
001080         UNTIL WS-EOF.
001090     PERFORM 3000-TERMINATE THRU 3000-EXIT.
001100     STOP RUN.
001110******************************************************
001120* 1000-INITIALIZE - OPEN FILES, PRIME THE FIRST READ
001130******************************************************
001140 1000-INITIALIZE.
001150     OPEN INPUT ASGTRN-FILE.
001160     OPEN OUTPUT PAY155-RPT.
001170     ACCEPT WS-TODAY FROM DATE YYYYMMDD.
001180     ACCEPT WS-NOWTIME FROM TIME.
001190     READ ASGTRN-FILE
001200         AT END MOVE "Y" TO WS-EOF-SW
001210     END-READ.
001220 1000-EXIT.
001230     EXIT.
001240******************************************************
001250* 2000-PROCESS-TRAN - VALIDATE ONE ASSIGNMENT AND HOLD
001260*                     IT FOR A SECOND-OPERATOR DECISION
001270******************************************************
001280 2000-PROCESS-TRAN.
001290     MOVE SPACES TO WS-REJ-RSN.
001300     MOVE ZERO TO PAY_APRQUE-APRSEQ.
001310     PERFORM 2100-LOOKUP-CONTRACT THRU 2100-EXIT.
001320     IF NOT WS-FOUND
001330         MOVE "CNTNUM NOT ON FILE" TO WS-REJ-RSN
001340         PERFORM 2900-WRITE-REJECT THRU 2900-EXIT
001350         GO TO 2000-NEXT
001360     END-IF.
001370     PERFORM 2200-EDIT-CONTRACT THRU 2200-EXIT.
001380     IF WS-REJ-RSN = SPACES
001390         PERFORM 2300-EDIT-CARD THRU 2300-EXIT
001400     END-IF.
001410     IF WS-REJ-RSN NOT = SPACES
001420         PERFORM 2900-WRITE-REJECT THRU 2900-EXIT
001430         GO TO 2000-NEXT
001440     END-IF.
001450     PERFORM 2500-QUEUE-ASSIGN THRU 2500-EXIT.
001460     ADD 1 TO WS-ACC-CNT.
001470     MOVE "QUEUED  " TO DL-RESULT.
001480     PERFORM 2950-WRITE-DETAIL THRU 2950-EXIT.
001490 2000-NEXT.
001500     READ ASGTRN-FILE
001510         AT END MOVE "Y" TO WS-EOF-SW
001520     END-READ.
001530 2000-EXIT.
001540     EXIT.
001550******************************************************
001560* 2100-LOOKUP-CONTRACT - THE MASTER ROW BEING ASSIGNED
001570******************************************************
001580 2100-LOOKUP-CONTRACT.
001590     MOVE "N" TO WS-FOUND-SW.
001600     EXEC SQL
001610         SELECT CNTNUM, PAYCLT, PAYEND, CHCKYN
001620           INTO :PAY_GAFMST-CNTNUM, :PAY_GAFMST-PAYCLT,
001630                :PAY_GAFMST-PAYEND, :PAY_GAFMST-CHCKYN
001640           FROM GAFMST
001650          WHERE CNTNUM = :AT-CNTNUM
001660     END-EXEC.
001670     IF SQLCODE = 0
001680         MOVE "Y" TO WS-FOUND-SW.
001690 2100-EXIT.
001700     EXIT.
001710******************************************************
001720* 2200-EDIT-CONTRACT - ONLY A LIVE CONTRACT, NOT
001730*                      WRITTEN OFF, NOT GOING THROUGH A
001740*                      TERMINATION OR PAYOFF, AND NOT
001750*                      ALREADY WAITING ON AN ASSIGNMENT
001760******************************************************
001770 2200-EDIT-CONTRACT.
001780     IF PAY_GAFMST-CHCKYN = "Y"
001790         MOVE "CONTRACT CLOSED" TO WS-REJ-RSN
001800         GO TO 2200-EXIT
001810     END-IF.
001820     EXEC SQL
001830         SELECT COUNT(*)
001840           INTO :WS-PND-CNT
001850           FROM WRTOFF
001860          WHERE CNTNUM = :AT-CNTNUM
001870            AND WOFSTS = 'O'
001880     END-EXEC.
001890     IF WS-PND-CNT > ZERO
001900         MOVE "WRITTEN OFF" TO WS-REJ-RSN
001910         GO TO 2200-EXIT
001920     END-IF.
001930     EXEC SQL
001940         SELECT COUNT(*)
001950           INTO :WS-PND-CNT
001960           FROM APRQUE
001970          WHERE CNTNUM = :AT-CNTNUM
001980            AND ACTCOD IN ('T', 'A')
001990            AND APRSTS = 'P'
002000     END-EXEC.
002010     IF WS-PND-CNT > ZERO
002020         MOVE "ALREADY PENDING" TO WS-REJ-RSN
002030         GO TO 2200-EXIT
002040     END-IF.
002050     EXEC SQL
002060         SELECT COUNT(*)
002070           INTO :WS-PND-CNT
002080           FROM PAYQOT
002090          WHERE CNTNUM = :AT-CNTNUM
002100            AND QOTSTS = 'S'
002110     END-EXEC.
002120     IF WS-PND-CNT > ZERO
002130         MOVE "PAYOFF SETTLED" TO WS-REJ-RSN
002140     END-IF.
002150 2200-EXIT.
002160     EXIT.
002170******************************************************
002180* 2300-EDIT-CARD - NEW CLIENT ON CLTMST AND DIFFERENT,
002190*                  EFFECTIVE DATE A REAL DATE FROM
002200*                  TODAY TO BEFORE PAYEND, TERMS C OR S,
002210*                  AND ANY ACCOUNT COMPLETE AND AN OPEN
002220*                  BNKDIR BRANCH
002230******************************************************
002240 2300-EDIT-CARD.
002250     IF AT-NEWCLT = PAY_GAFMST-PAYCLT
002260         MOVE "SAME CLIENT" TO WS-REJ-RSN
002270         GO TO 2300-EXIT
002280     END-IF.
002290     EXEC SQL
002300         SELECT CLTNAM
002310           INTO :PAY_CLTMST-CLTNAM
002320           FROM CLTMST
002330          WHERE PAYCLT = :AT-NEWCLT
002340     END-EXEC.
002350     IF SQLCODE NOT = 0
002360         MOVE "NEW CLIENT NOT FOUND" TO WS-REJ-RSN
002370         GO TO 2300-EXIT
002380     END-IF.
002390     MOVE AT-EFFDAY TO WS-VAL-DATE.
002400     PERFORM 5000-VALIDATE-DATE THRU 5000-EXIT.
002410     IF NOT WS-DATE-OK
002420         MOVE "BAD EFFECTIVE DATE" TO WS-REJ-RSN
002430         GO TO 2300-EXIT
002440     END-IF.
002450     IF AT-EFFDAY < WS-TODAY
002460         MOVE "EFFECTIVE IN PAST" TO WS-REJ-RSN
002470         GO TO 2300-EXIT
002480     END-IF.
002490     IF PAY_GAFMST-PAYEND NOT = SPACES
002500        AND AT-EFFDAY NOT < PAY_GAFMST-PAYEND
002510         MOVE "NOT BEFORE PAYEND" TO WS-REJ-RSN
002520         GO TO 2300-EXIT
002530     END-IF.
002540     IF NOT AT-TRM-CARRY AND NOT AT-TRM-SETTLE
002550         MOVE "BAD TRANSFER TERMS" TO WS-REJ-RSN
002560         GO TO 2300-EXIT
002570     END-IF.
002580     IF AT-BNKCOD = SPACES AND AT-BRNCOD = SPACES
002590        AND AT-ACTNUM = SPACES
002600         GO TO 2300-EXIT
002610     END-IF.
002620     IF AT-BNKCOD = SPACES OR AT-BRNCOD = SPACES
002630        OR AT-ACTNUM = SPACES
002640        OR (AT-ACTTYP NOT = "1" AND AT-ACTTYP NOT = "2")
002650         MOVE "BAD ACCOUNT" TO WS-REJ-RSN
002660         GO TO 2300-EXIT
002670     END-IF.
002680     EXEC SQL
002690         SELECT STSFLG
002700           INTO :PAY_BNKDIR-STSFLG
002710           FROM BNKDIR
002720          WHERE BNKCOD = :AT-BNKCOD
002730            AND BRNCOD = :AT-BRNCOD
002740     END-EXEC.
002750     IF SQLCODE NOT = 0 OR PAY_BNKDIR-STSFLG NOT = "O"
002760         MOVE "BAD BANK" TO WS-REJ-RSN
002770     END-IF.
002780 2300-EXIT.
002790     EXIT.
002800******************************************************
002810* 2500-QUEUE-ASSIGN - HOLD THE ASSIGNMENT ON CNTASG AND
002820*                     THE APRQUE; PAYAMT CARRIES THE
002830*                     OPEN BILITM BALANCE AT ENTRY FOR
002840*                     THE APPROVER
002850******************************************************
002860 2500-QUEUE-ASSIGN.
002870     EXEC SQL
002880         SELECT COUNT(*)
002890           INTO :WS-OPN-CNT
002900           FROM BILITM
002910          WHERE CNTNUM = :AT-CNTNUM
002920            AND ITMSTS <> 'C'
002930     END-EXEC.
002940     MOVE ZERO TO WS-OPN-AMT.
002950     IF WS-OPN-CNT > ZERO
002960         EXEC SQL
002970             SELECT SUM(RMNAMT)
002980               INTO :WS-OPN-AMT
002990               FROM BILITM
003000              WHERE CNTNUM = :AT-CNTNUM
003010                AND ITMSTS <> 'C'
003020         END-EXEC
003030     END-IF.
003040     EXEC SQL
003050         SELECT COUNT(*) + 1
003060           INTO :PAY_APRQUE-APRSEQ
003070           FROM APRQUE
003080     END-EXEC.
003090     EXEC SQL
003100         INSERT INTO APRQUE
003110             (APRSEQ, ACTCOD, CNTNUM, PAYAMT, ENTPSN,
003120              ENTDAY, ENTTIM, APRSTS, APRPSN, APRDAY,
003130              APRTIM)
003140         VALUES
003150             (:PAY_APRQUE-APRSEQ, "A", :AT-CNTNUM,
003160              :WS-OPN-AMT, :AT-PSN, :WS-TODAY,
003170              :WS-NOWTIME, "P", " ", " ", " ")
003180     END-EXEC.
003190     EXEC SQL
003200         INSERT INTO CNTASG
003210             (APRSEQ, CNTNUM, OLDCLT, NEWCLT, EFFDAY,
003220              ASGTRM, BNKCOD, BRNCOD, ACTTYP, ACTNUM,
003230              ACTNAM, ASGSTS, OPNAMT, CRDAPL, DEPAPL,
003240              RFDAMT, ENTPSN, ENTDAY, ENTTIM, EXCDAY,
003250              EXCTIM, EXCPSN)
003260         VALUES
003270             (:PAY_APRQUE-APRSEQ, :AT-CNTNUM,
003280              :PAY_GAFMST-PAYCLT, :AT-NEWCLT, :AT-EFFDAY,
003290              :AT-ASGTRM, :AT-BNKCOD, :AT-BRNCOD,
003300              :AT-ACTTYP, :AT-ACTNUM, :AT-ACTNAM, "P",
003310              :WS-OPN-AMT, 0, 0, 0, :AT-PSN, :WS-TODAY,
003320              :WS-NOWTIME, " ", " ", " ")
003330     END-EXEC.
003340 2500-EXIT.
003350     EXIT.
003360******************************************************
003370* 2900-WRITE-REJECT - COUNT AND ECHO A REJECTED CARD
003380******************************************************
003390 2900-WRITE-REJECT.
003400     ADD 1 TO WS-REJ-CNT.
003410     MOVE "REJECTED" TO DL-RESULT.
003420     PERFORM 2950-WRITE-DETAIL THRU 2950-EXIT.
003430 2900-EXIT.
003440     EXIT.
003450******************************************************
003460* 2950-WRITE-DETAIL - ECHO THE TRANSACTION TO REGISTER
003470******************************************************
003480 2950-WRITE-DETAIL.
003490     MOVE AT-CNTNUM TO DL-CNTNUM.
003500     MOVE AT-NEWCLT TO DL-NEWCLT.
003510     MOVE AT-EFFDAY TO DL-EFFDAY.
003520     MOVE AT-ASGTRM TO DL-ASGTRM.
003530     MOVE PAY_APRQUE-APRSEQ TO DL-APRSEQ.
003540     MOVE WS-REJ-RSN TO DL-REASON.
003550     WRITE PAY155-RPT-REC FROM WS-DETAIL-LINE.
003560 2950-EXIT.
003570     EXIT.
003580******************************************************
003590* 5000-VALIDATE-DATE - CCYYMMDD A REAL CALENDAR DATE
003600******************************************************
003610 5000-VALIDATE-DATE.
003620     MOVE "N" TO WS-DATE-OK-SW.
003630     IF WS-VAL-DATE NOT NUMERIC
003640         GO TO 5000-EXIT
003650     END-IF.
003660     MOVE WS-VAL-DATE(1:4) TO WS-VAL-YYYY.
003670     MOVE WS-VAL-DATE(5:2) TO WS-VAL-MM.
003680     MOVE WS-VAL-DATE(7:2) TO WS-VAL-DD.
003690     IF WS-VAL-YYYY < 1900 OR WS-VAL-YYYY > 2099
003700         GO TO 5000-EXIT
003710     END-IF.
003720     IF WS-VAL-MM < 1 OR WS-VAL-MM > 12
003730         GO TO 5000-EXIT
003740     END-IF.
003750     MOVE 31 TO WS-VAL-MAXDD.
003760     IF WS-VAL-MM = 4 OR WS-VAL-MM = 6
003770        OR WS-VAL-MM = 9 OR WS-VAL-MM = 11
003780         MOVE 30 TO WS-VAL-MAXDD
003790     END-IF.
003800     IF WS-VAL-MM = 2
003810         MOVE 28 TO WS-VAL-MAXDD
003820         DIVIDE WS-VAL-YYYY BY 4
003830             GIVING WS-LEAP-QUOT REMAINDER WS-LEAP-REM4
003840         DIVIDE WS-VAL-YYYY BY 100
003850             GIVING WS-LEAP-QUOT REMAINDER WS-LEAP-REM100
003860         DIVIDE WS-VAL-YYYY BY 400
003870             GIVING WS-LEAP-QUOT REMAINDER WS-LEAP-REM400
003880         IF WS-LEAP-REM4 = 0
003890            AND (WS-LEAP-REM100 NOT = 0
003900                 OR WS-LEAP-REM400 = 0)
003910             MOVE 29 TO WS-VAL-MAXDD
003920         END-IF
003930     END-IF.
003940     IF WS-VAL-DD < 1 OR WS-VAL-DD > WS-VAL-MAXDD
003950         GO TO 5000-EXIT
003960     END-IF.
003970     MOVE "Y" TO WS-DATE-OK-SW.
003980 5000-EXIT.
003990     EXIT.
004000******************************************************
004010* 3000-TERMINATE - CONTROL COUNTS, COMMIT THE WORK
004020******************************************************
004030 3000-TERMINATE.
004040     MOVE WS-ACC-CNT TO TL-ACCEPT.
004050     MOVE WS-REJ-CNT TO TL-REJECT.
004060     WRITE PAY155-RPT-REC FROM WS-TOTAL-LINE.
004070     EXEC SQL
004080         COMMIT
004090     END-EXEC.
004100     CLOSE ASGTRN-FILE.
004110     CLOSE PAY155-RPT.
004120 3000-EXIT.
004130     EXIT.
