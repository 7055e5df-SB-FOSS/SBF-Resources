000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. PAY138.
000030 AUTHOR. K.SATO.
000040 INSTALLATION. SYSTEM DEVELOPMENT DEPT.
000050 DATE-WRITTEN. 2026-09-11.
000060 DATE-COMPILED.
000070******************************************************
000080* MODIFICATION HISTORY
000090*  2026-09-11  K.SATO   INITIAL VERSION - NIGHTLY ROLL-ON
000100*                       OF THE CONTRACT AMENDMENT
000110*                       SCHEDULE. EVERY PENDING CNTAMD
000120*                       ROW WHOSE EFFDAY HAS ARRIVED IS
000130*                       APPLIED TO GAFMST IN EFFDAY ORDER
000140*                       - LEAAMT, PAYCYC, PAYEND AS SET -
000150*                       WITH A CHGLOG ROW PER FIELD UNDER
000160*                       THE APPROVING OPERATOR. THE TERMS
000170*                       REPLACED ARE KEPT ON THE ROW SO
000180*                       BIL102 CAN STILL BILL AN EARLIER
000190*                       PERIOD AT THE OLD TERMS. A
000200*                       TERMINATED OR MISSING CONTRACT IS
000210*                       LEFT PENDING AND COUNTED AS AN
000220*                       EXCEPTION. REGISTERS ON RUNCTL
000230******************************************************
000240 ENVIRONMENT DIVISION.
000250 INPUT-OUTPUT SECTION.
000260 FILE-CONTROL.
000270     SELECT PAY138-RPT ASSIGN TO PAY138RP.
000280 DATA DIVISION.
000290 FILE SECTION.
000300 FD  PAY138-RPT
000310     RECORDING MODE IS F
000320     LABEL RECORDS ARE STANDARD.
000330 01  PAY138-RPT-REC              PIC X(080).
000340 WORKING-STORAGE SECTION.
000350     EXEC SQL INCLUDE SQLCA END-EXEC.
000360     EXEC SQL INCLUDE PAY_GAFMST END-EXEC.
000370     EXEC SQL INCLUDE PAY_CNTAMD END-EXEC.
000380     EXEC SQL INCLUDE PAY_CHGLOG END-EXEC.
000390     EXEC SQL INCLUDE PAY_RUNCTL END-EXEC.
000400 77  WS-EOF-SW           PIC X(001) VALUE "N".
000410     88 WS-EOF                      VALUE "Y".
000420 77  WS-TODAY            PIC X(008).
000430 77  WS-NOWTIME          PIC X(006).
000440 77  WS-BATCH-PSN        PIC X(004) VALUE "BAT1".
000450 77  WS-RC-STS           PIC X(001) VALUE "C".
000460 77  WS-RC-CNT           PIC S9(007) COMP-3 VALUE ZERO.
000470 77  WS-EXC-CNT          PIC S9(007) COMP-3 VALUE ZERO.
000480 77  WS-APL-CNT          PIC S9(007) COMP-3 VALUE ZERO.
000490 77  WS-NUM-EDIT         PIC -(015)9.99.
000500 77  WS-LOG-FLDNAM       PIC X(008).
000510 77  WS-LOG-OLDVAL       PIC X(020).
000520 77  WS-LOG-NEWVAL       PIC X(020).
000530 77  WS-NEW-LEAAMT       PIC S9(013) COMP-3.
000540 77  WS-NEW-PAYCYC       PIC X(002).
000550 77  WS-NEW-PAYEND       PIC X(008).
000560 01  WS-DETAIL-LINE.
000570     03 DL-RESULT        PIC X(009).
000580     03 FILLER           PIC X(002) VALUE SPACES.
000590     03 DL-CNTNUM        PIC X(009).
000600     03 FILLER           PIC X(002) VALUE SPACES.
000610     03 DL-EFFDAY        PIC X(008).
000620     03 FILLER           PIC X(002) VALUE SPACES.
000630     03 DL-LEAAMT        PIC -(011)9.99.
000640     03 FILLER           PIC X(002) VALUE SPACES.
000650     03 DL-PAYCYC        PIC X(002).
000660     03 FILLER           PIC X(002) VALUE SPACES.
000670     03 DL-PAYEND        PIC X(008).
000680     03 FILLER           PIC X(002) VALUE SPACES.
000690     03 DL-APRPSN        PIC X(004).
000700     03 FILLER           PIC X(013) VALUE SPACES.
000710 01  WS-TOTAL-LINE.
000720     03 FILLER           PIC X(009) VALUE "APPLIED  ".
000730     03 TL-APPLIED       PIC -(007)9.
000740     03 FILLER           PIC X(011) VALUE "  EXCEPTION".
000750     03 TL-EXCEPT        PIC -(007)9.
000760     03 FILLER           PIC X(044) VALUE SPACES.
000770******************************************************
000780* PROCEDURE DIVISION
000790******************************************************
000800 PROCEDURE DIVISION.
000810 0000-MAINLINE.
000820     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
000830     PERFORM 2000-APPLY-AMENDMENT THRU 2000-EXIT
000840         UNTIL WS-EOF.
000850     PERFORM 3000-TERMINATE THRU 3000-EXIT.
000860     STOP RUN.
000870******************************************************
000880* 1000-INITIALIZE - OPEN THE REPORT, REGISTER THE RUN,
000890*                   OPEN THE DUE-AMENDMENT CURSOR
000900******************************************************
000910 1000-INITIALIZE.
000920     OPEN OUTPUT PAY138-RPT.
000930     ACCEPT WS-TODAY FROM DATE YYYYMMDD.
000940     ACCEPT WS-NOWTIME FROM TIME.
000950     PERFORM 1050-REGISTER-START THRU 1050-EXIT.
000960     EXEC SQL
000970         DECLARE AMDROL-CSR CURSOR FOR
000980             SELECT CNTNUM, EFFDAY, LEAAMT, PAYCYC, PAYEND,
000990                    APRPSN
001000               FROM CNTAMD
001010              WHERE AMDSTS = 'P'
001020                AND EFFDAY <= :WS-TODAY
001030              ORDER BY CNTNUM, EFFDAY
001040     END-EXEC.
001050     EXEC SQL
001060         OPEN AMDROL-CSR
001070     END-EXEC.
001080     PERFORM 2100-FETCH-AMENDMENT THRU 2100-EXIT.
001090 1000-EXIT.
001100     EXIT.
001110******************************************************
001120* 2000-APPLY-AMENDMENT - ROLL ONE DUE AMENDMENT ONTO
001130*                        THE CONTRACT MASTER
001140******************************************************
001150 2000-APPLY-AMENDMENT.
001160     PERFORM 2200-LOOKUP-CONTRACT THRU 2200-EXIT.
001170     IF SQLCODE NOT = 0
001180         MOVE "NOT FND  " TO DL-RESULT
001190         ADD 1 TO WS-EXC-CNT
001200         PERFORM 2800-WRITE-DETAIL THRU 2800-EXIT
001210         GO TO 2000-NEXT
001220     END-IF.
001230     IF PAY_GAFMST-CHCKYN = "Y"
001240         MOVE "CLOSED   " TO DL-RESULT
001250         ADD 1 TO WS-EXC-CNT
001260         PERFORM 2800-WRITE-DETAIL THRU 2800-EXIT
001270         GO TO 2000-NEXT
001280     END-IF.
001290     MOVE PAY_GAFMST-LEAAMT TO WS-NEW-LEAAMT.
001300     MOVE PAY_GAFMST-PAYCYC TO WS-NEW-PAYCYC.
001310     MOVE PAY_GAFMST-PAYEND TO WS-NEW-PAYEND.
001320     IF PAY_CNTAMD-LEAAMT NOT = ZERO
001330         MOVE PAY_CNTAMD-LEAAMT TO WS-NEW-LEAAMT
001340     END-IF.
001350     IF PAY_CNTAMD-PAYCYC NOT = SPACES
001360         MOVE PAY_CNTAMD-PAYCYC TO WS-NEW-PAYCYC
001370     END-IF.
001380     IF PAY_CNTAMD-PAYEND NOT = SPACES
001390         MOVE PAY_CNTAMD-PAYEND TO WS-NEW-PAYEND
001400     END-IF.
001410     PERFORM 2300-LOG-FIELD-CHANGES THRU 2300-EXIT.
001420     EXEC SQL
001430         UPDATE GAFMST
001440            SET LEAAMT = :WS-NEW-LEAAMT,
001450                PAYCYC = :WS-NEW-PAYCYC,
001460                PAYEND = :WS-NEW-PAYEND,
001470                MODDAY = :WS-TODAY,
001480                MODTIM = :WS-NOWTIME,
001490                MODPSN = :PAY_CNTAMD-APRPSN
001500          WHERE CNTNUM = :PAY_CNTAMD-CNTNUM
001510     END-EXEC.
001520     EXEC SQL
001530         UPDATE CNTAMD
001540            SET AMDSTS = 'A',
001550                OLDLEA = :PAY_GAFMST-LEAAMT,
001560                OLDCYC = :PAY_GAFMST-PAYCYC,
001570                OLDEND = :PAY_GAFMST-PAYEND,
001580                APLDAY = :WS-TODAY,
001590                MODDAY = :WS-TODAY,
001600                MODTIM = :WS-NOWTIME,
001610                MODPSN = :WS-BATCH-PSN
001620          WHERE CNTNUM = :PAY_CNTAMD-CNTNUM
001630            AND EFFDAY = :PAY_CNTAMD-EFFDAY
001640            AND AMDSTS = 'P'
001650     END-EXEC.
001660     ADD 1 TO WS-APL-CNT.
001670     MOVE "APPLIED  " TO DL-RESULT.
001680     PERFORM 2800-WRITE-DETAIL THRU 2800-EXIT.
001690 2000-NEXT.
001700     PERFORM 2100-FETCH-AMENDMENT THRU 2100-EXIT.
001710 2000-EXIT.
001720     EXIT.
001730******************************************************
001740* 2100-FETCH-AMENDMENT - NEXT DUE PENDING AMENDMENT
001750******************************************************
001760 2100-FETCH-AMENDMENT.
001770     EXEC SQL
001780         FETCH AMDROL-CSR
001790             INTO :PAY_CNTAMD-CNTNUM, :PAY_CNTAMD-EFFDAY,
001800                  :PAY_CNTAMD-LEAAMT, :PAY_CNTAMD-PAYCYC,
001810                  :PAY_CNTAMD-PAYEND, :PAY_CNTAMD-APRPSN
001820     END-EXEC.
001830     IF SQLCODE NOT = 0
001840         MOVE "Y" TO WS-EOF-SW.
001850 2100-EXIT.
001860     EXIT.
001870******************************************************
001880* 2200-LOOKUP-CONTRACT - THE MASTER TERMS BEING REPLACED
001890******************************************************
001900 2200-LOOKUP-CONTRACT.
001910     EXEC SQL
001920         SELECT LEAAMT, PAYCYC, PAYEND, CHCKYN
001930           INTO :PAY_GAFMST-LEAAMT, :PAY_GAFMST-PAYCYC,
001940                :PAY_GAFMST-PAYEND, :PAY_GAFMST-CHCKYN
001950           FROM GAFMST
001960          WHERE CNTNUM = :PAY_CNTAMD-CNTNUM
001970     END-EXEC.
001980 2200-EXIT.
001990     EXIT.
002000******************************************************
002010* 2300-LOG-FIELD-CHANGES - ONE CHGLOG ROW PER FIELD
002020*                          THAT IS ACTUALLY CHANGING
002030******************************************************
002040 2300-LOG-FIELD-CHANGES.
002050     IF WS-NEW-LEAAMT NOT = PAY_GAFMST-LEAAMT
002060         MOVE "LEAAMT" TO WS-LOG-FLDNAM
002070         MOVE PAY_GAFMST-LEAAMT TO WS-NUM-EDIT
002080         MOVE WS-NUM-EDIT TO WS-LOG-OLDVAL
002090         MOVE WS-NEW-LEAAMT TO WS-NUM-EDIT
002100         MOVE WS-NUM-EDIT TO WS-LOG-NEWVAL
002110         PERFORM 2400-LOG-CHANGE THRU 2400-EXIT
002120     END-IF.
002130     IF WS-NEW-PAYCYC NOT = PAY_GAFMST-PAYCYC
002140         MOVE "PAYCYC" TO WS-LOG-FLDNAM
002150         MOVE PAY_GAFMST-PAYCYC TO WS-LOG-OLDVAL
002160         MOVE WS-NEW-PAYCYC TO WS-LOG-NEWVAL
002170         PERFORM 2400-LOG-CHANGE THRU 2400-EXIT
002180     END-IF.
002190     IF WS-NEW-PAYEND NOT = PAY_GAFMST-PAYEND
002200         MOVE "PAYEND" TO WS-LOG-FLDNAM
002210         MOVE PAY_GAFMST-PAYEND TO WS-LOG-OLDVAL
002220         MOVE WS-NEW-PAYEND TO WS-LOG-NEWVAL
002230         PERFORM 2400-LOG-CHANGE THRU 2400-EXIT
002240     END-IF.
002250 2300-EXIT.
002260     EXIT.
002270******************************************************
002280* 2400-LOG-CHANGE - INSERT ONE CHANGE-LOG ROW UNDER THE
002290*                   OPERATOR WHO APPROVED THE AMENDMENT
002300******************************************************
002310 2400-LOG-CHANGE.
002320     EXEC SQL
002330         INSERT INTO CHGLOG
002340             (TABNAM, KEYVAL, FLDNAM, OLDVAL, NEWVAL,
002350              CHGDAY, CHGTIM, CHGPSN)
002360         VALUES
002370             ("GAFMST", :PAY_CNTAMD-CNTNUM, :WS-LOG-FLDNAM,
002380              :WS-LOG-OLDVAL, :WS-LOG-NEWVAL,
002390              :WS-TODAY, :WS-NOWTIME, :PAY_CNTAMD-APRPSN)
002400     END-EXEC.
002410 2400-EXIT.
002420     EXIT.
002430******************************************************
002440* 2800-WRITE-DETAIL - ONE REGISTER LINE PER AMENDMENT
002450******************************************************
002460 2800-WRITE-DETAIL.
002470     MOVE PAY_CNTAMD-CNTNUM TO DL-CNTNUM.
002480     MOVE PAY_CNTAMD-EFFDAY TO DL-EFFDAY.
002490     MOVE PAY_CNTAMD-LEAAMT TO DL-LEAAMT.
002500     MOVE PAY_CNTAMD-PAYCYC TO DL-PAYCYC.
002510     MOVE PAY_CNTAMD-PAYEND TO DL-PAYEND.
002520     MOVE PAY_CNTAMD-APRPSN TO DL-APRPSN.
002530     WRITE PAY138-RPT-REC FROM WS-DETAIL-LINE.
002540 2800-EXIT.
002550     EXIT.
002560******************************************************
002570* 3000-TERMINATE - CONTROL COUNTS, CLOSE THE RUN OUT.
002580*                  IT ENDS F IF ANY AMENDMENT WAS LEFT
002590*                  UNAPPLIED
002600******************************************************
002610 3000-TERMINATE.
002620     EXEC SQL
002630         CLOSE AMDROL-CSR
002640     END-EXEC.
002650     MOVE WS-APL-CNT TO TL-APPLIED.
002660     MOVE WS-EXC-CNT TO TL-EXCEPT.
002670     WRITE PAY138-RPT-REC FROM WS-TOTAL-LINE.
002680     IF WS-EXC-CNT > ZERO
002690         MOVE "F" TO WS-RC-STS
002700     END-IF.
002710     PERFORM 3050-REGISTER-END THRU 3050-EXIT.
002720     EXEC SQL
002730         COMMIT
002740     END-EXEC.
002750     CLOSE PAY138-RPT.
002760 3000-EXIT.
002770     EXIT.
002780******************************************************
002790* 1050-REGISTER-START - RUNCTL NIGHTLY RUN CONTROL:
002800*                       NO DUPLICATE RUN FOR THE DATE
002810*                       AND NO CONFLICTING GAFMST
002820*                       UPDATER STILL RUNNING
002830******************************************************
002840 1050-REGISTER-START.
002850     EXEC SQL
002860         SELECT COUNT(*)
002870           INTO :WS-RC-CNT
002880           FROM RUNCTL
002890          WHERE PGMNAM = 'BIL102'
002900            AND RUNSTS = 'R'
002910     END-EXEC.
002920     IF WS-RC-CNT > 0
002930         DISPLAY "PAY138 - BIL102 STILL RUNNING"
002940         PERFORM 1090-REFUSE-START THRU 1090-EXIT
002950     END-IF.
002960     EXEC SQL
002970         SELECT COUNT(*)
002980           INTO :WS-RC-CNT
002990           FROM RUNCTL
003000          WHERE PGMNAM = 'PAY101'
003010            AND RUNSTS = 'R'
003020     END-EXEC.
003030     IF WS-RC-CNT > 0
003040         DISPLAY "PAY138 - PAY101 STILL RUNNING"
003050         PERFORM 1090-REFUSE-START THRU 1090-EXIT
003060     END-IF.
003070     EXEC SQL
003080         SELECT RUNSTS
003090           INTO :WS-RC-STS
003100           FROM RUNCTL
003110          WHERE PGMNAM = 'PAY138'
003120            AND BUSDAY = :WS-TODAY
003130     END-EXEC.
003140     IF SQLCODE = 0
003150         DISPLAY "PAY138 - ALREADY RUN FOR " WS-TODAY
003160                 " - PAY129 OVERRIDE REQUIRED"
003170         PERFORM 1090-REFUSE-START THRU 1090-EXIT
003180     END-IF.
003190     MOVE "C" TO WS-RC-STS.
003200     EXEC SQL
003210         INSERT INTO RUNCTL
003220             (PGMNAM, BUSDAY, STRDAY, STRTIM, ENDDAY,
003230              ENDTIM, RUNSTS, EXCCNT)
003240         VALUES
003250             ('PAY138', :WS-TODAY, :WS-TODAY,
003260              :WS-NOWTIME, ' ', ' ', 'R', 0)
003270     END-EXEC.
003280     EXEC SQL
003290         COMMIT
003300     END-EXEC.
003310 1050-EXIT.
003320     EXIT.
003330******************************************************
003340* 1090-REFUSE-START - THE RUN MAY NOT PROCEED. A
003350*                     DELIBERATE RERUN NEEDS A PAY129
003360*                     OPERATOR OVERRIDE FIRST
003370******************************************************
003380 1090-REFUSE-START.
003390     MOVE 16 TO RETURN-CODE.
003400     STOP RUN.
003410 1090-EXIT.
003420     EXIT.
003430******************************************************
003440* 3050-REGISTER-END - CLOSE THE RUNCTL ROW OUT WITH
003450*                     THE FINAL STATUS AND THE COUNT OF
003460*                     AMENDMENTS LEFT PENDING
003470******************************************************
003480 3050-REGISTER-END.
003490     ACCEPT WS-NOWTIME FROM TIME.
003500     EXEC SQL
003510         UPDATE RUNCTL
003520            SET ENDDAY = :WS-TODAY,
003530                ENDTIM = :WS-NOWTIME,
003540                RUNSTS = :WS-RC-STS,
003550                EXCCNT = :WS-EXC-CNT
003560          WHERE PGMNAM = 'PAY138'
003570            AND BUSDAY = :WS-TODAY
003580     END-EXEC.
003590 3050-EXIT.
003600     EXIT.
