000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. PAY148.
000030 AUTHOR. K.SATO.
000040 INSTALLATION. SYSTEM DEVELOPMENT DEPT.
000050 DATE-WRITTEN. 2026-09-25.
000060 DATE-COMPILED.
000070******************************************************
000080* MODIFICATION HISTORY
000090*  2026-09-25  K.SATO   INITIAL VERSION - CLIENT CREDIT
000100*                       LIMIT MAINTENANCE. ONE CARD PER
000110*                       ADD / CHANGE / DELETE OF THE
000120*                       CLTLIM ROW FOR A CLTMST PAYCLT.
000130*                       THE OPERATOR MUST BE ACTIVE AND
000140*                       HOLD OPRMST AUTHORITY LEVEL 3 OR
000150*                       ABOVE. EVERY CHANGE OF CRDLIM OR
000160*                       WRNPCT GOES TO CHGLOG (TABNAM
000170*                       CLTLIM). PAY112 HOLDS AN ADD THAT
000180*                       WOULD TAKE THE CLIENT OVER ITS
000190*                       LIMIT FOR PAY131 APPROVAL; PAY149
000200*                       REPORTS CLIENTS OVER OR NEAR IT
000210******************************************************
000220 ENVIRONMENT DIVISION.
000230 INPUT-OUTPUT SECTION.
000240 FILE-CONTROL.
000250     SELECT LIMTRN-FILE ASSIGN TO LIMTRNIN.
000260     SELECT PAY148-RPT ASSIGN TO PAY148RP.
000270 DATA DIVISION.
000280 FILE SECTION.
000290 FD  LIMTRN-FILE
000300     RECORDING MODE IS F
000310     LABEL RECORDS ARE STANDARD.
000320 01  LIMTRN-REC.
000330     03 LM-ACTCOD        PIC X(001).
000340         88 LM-ADD                 VALUE "A".
000350         88 LM-CHANGE              VALUE "C".
000360         88 LM-DELETE              VALUE "D".
000370     03 LM-PAYCLT        PIC X(008).
000380     03 LM-CRDLIM        PIC 9(013).
000390     03 LM-WRNPCT        PIC 9(003).
000400     03 LM-PSN           PIC X(004).
000410 FD  PAY148-RPT
000420     RECORDING MODE IS F
000430     LABEL RECORDS ARE STANDARD.
000440 01  PAY148-RPT-REC              PIC X(080).
000450 WORKING-STORAGE SECTION.
000460     EXEC SQL INCLUDE SQLCA END-EXEC.
000470     EXEC SQL INCLUDE PAY_CLTMST END-EXEC.
000480     EXEC SQL INCLUDE PAY_CLTLIM END-EXEC.
000490     EXEC SQL INCLUDE PAY_OPRMST END-EXEC.
000500 77  WS-EOF-SW           PIC X(001) VALUE "N".
000510     88 WS-EOF                      VALUE "Y".
000520 77  WS-FOUND-SW         PIC X(001) VALUE "N".
000530     88 WS-FOUND                    VALUE "Y".
000540 77  WS-LIM-LEVEL        PIC S9(001) COMP-3 VALUE 3.
000550 77  WS-DFT-WRNPCT       PIC S9(003) COMP-3 VALUE 90.
000560 77  WS-NEW-WRNPCT       PIC S9(003) COMP-3.
000570 77  WS-REJ-RSN          PIC X(020).
000580 77  WS-TODAY            PIC X(008).
000590 77  WS-NOWTIME          PIC X(006).
000600 77  WS-ACC-CNT          PIC S9(007) COMP-3 VALUE ZERO.
000610 77  WS-REJ-CNT          PIC S9(007) COMP-3 VALUE ZERO.
000620 77  WS-NUM-EDIT         PIC -(015)9.99.
000630 77  WS-LOG-KEYVAL       PIC X(009).
000640 77  WS-LOG-FLDNAM       PIC X(008).
000650 77  WS-LOG-OLDVAL       PIC X(020).
000660 77  WS-LOG-NEWVAL       PIC X(020).
000670 01  WS-DETAIL-LINE.
000680     03 DL-RESULT        PIC X(009).
000690     03 FILLER           PIC X(002) VALUE SPACES.
000700     03 DL-ACTCOD        PIC X(001).
000710     03 FILLER           PIC X(002) VALUE SPACES.
000720     03 DL-PAYCLT        PIC X(008).
000730     03 FILLER           PIC X(002) VALUE SPACES.
000740     03 DL-CRDLIM        PIC Z(012)9.
000750     03 FILLER           PIC X(002) VALUE SPACES.
000760     03 DL-REASON        PIC X(020).
000770     03 FILLER           PIC X(021) VALUE SPACES.
000780 01  WS-TOTAL-LINE.
000790     03 FILLER           PIC X(009) VALUE "ACCEPTED ".
000800     03 TL-ACCEPT        PIC -(007)9.
000810     03 FILLER           PIC X(011) VALUE "  REJECTED ".
000820     03 TL-REJECT        PIC -(007)9.
000830     03 FILLER           PIC X(044) VALUE SPACES.
000840******************************************************
000850* PROCEDURE DIVISION
000860******************************************************
000870 PROCEDURE DIVISION.
000880 0000-MAINLINE.
000890     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
000900     PERFORM 2000-PROCESS-TRAN THRU 2000-EXIT
000910         UNTIL WS-EOF.
000920     PERFORM 3000-TERMINATE THRU 3000-EXIT.
000930     STOP RUN.
000940******************************************************
000950* 1000-INITIALIZE - OPEN FILES, PRIME THE FIRST READ
000960******************************************************
000970 1000-INITIALIZE.
000980     OPEN INPUT LIMTRN-FILE.
000990     OPEN OUTPUT PAY148-RPT.
001000     ACCEPT WS-TODAY FROM DATE YYYYMMDD.
001010     ACCEPT WS-NOWTIME FROM TIME.
001020     READ LIMTRN-FILE
001030         AT END MOVE "Y" TO WS-EOF-SW
001040     END-READ.
001050 1000-EXIT.
001060     EXIT.
001070******************************************************
001080* 2000-PROCESS-TRAN - CHECK THE OPERATOR AND CLIENT,
001090*                     THEN ROUTE ONE CARD BY ACTCOD
001100******************************************************
001110 2000-PROCESS-TRAN.
001120     MOVE SPACES TO WS-REJ-RSN.
001130     PERFORM 2050-CHECK-OPERATOR THRU 2050-EXIT.
001140     IF WS-REJ-RSN NOT = SPACES
001150         PERFORM 2900-WRITE-REJECT THRU 2900-EXIT
001160         GO TO 2000-NEXT
001170     END-IF.
001180     EXEC SQL
001190         SELECT PAYCLT
001200           INTO :PAY_CLTMST-PAYCLT
001210           FROM CLTMST
001220          WHERE PAYCLT = :LM-PAYCLT
001230     END-EXEC.
001240     IF SQLCODE NOT = 0
001250         MOVE "PAYCLT NOT ON CLTMST" TO WS-REJ-RSN
001260         PERFORM 2900-WRITE-REJECT THRU 2900-EXIT
001270         GO TO 2000-NEXT
001280     END-IF.
001290     PERFORM 2100-LOOKUP-LIMIT THRU 2100-EXIT.
001300     IF LM-ADD
001310         PERFORM 2200-ADD-LIMIT THRU 2200-EXIT
001320     ELSE
001330         IF LM-CHANGE
001340             PERFORM 2300-CHANGE-LIMIT THRU 2300-EXIT
001350         ELSE
001360             IF LM-DELETE
001370                 PERFORM 2400-DELETE-LIMIT THRU 2400-EXIT
001380             ELSE
001390                 MOVE "BAD ACTION CODE" TO WS-REJ-RSN
001400                 PERFORM 2900-WRITE-REJECT THRU 2900-EXIT
001410             END-IF
001420         END-IF
001430     END-IF.
001440 2000-NEXT.
001450     READ LIMTRN-FILE
001460         AT END MOVE "Y" TO WS-EOF-SW
001470     END-READ.
001480 2000-EXIT.
001490     EXIT.
001500******************************************************
001510* 2050-CHECK-OPERATOR - ACTIVE, WITH CREDIT AUTHORITY
001520******************************************************
001530 2050-CHECK-OPERATOR.
001540     EXEC SQL
001550         SELECT AUTLVL, ACTFLG
001560           INTO :PAY_OPRMST-AUTLVL, :PAY_OPRMST-ACTFLG
001570           FROM OPRMST
001580          WHERE PSN = :LM-PSN
001590     END-EXEC.
001600     IF SQLCODE NOT = 0
001610         MOVE "OPERATOR UNKNOWN" TO WS-REJ-RSN
001620         GO TO 2050-EXIT
001630     END-IF.
001640     IF PAY_OPRMST-ACTFLG NOT = "Y"
001650         MOVE "OPERATOR INACTIVE" TO WS-REJ-RSN
001660         GO TO 2050-EXIT
001670     END-IF.
001680     IF PAY_OPRMST-AUTLVL < WS-LIM-LEVEL
001690         MOVE "NO LIMIT AUTHORITY" TO WS-REJ-RSN
001700         GO TO 2050-EXIT
001710     END-IF.
001720 2050-EXIT.
001730     EXIT.
001740******************************************************
001750* 2100-LOOKUP-LIMIT - THE CURRENT LIMIT ROW, IF ANY
001760******************************************************
001770 2100-LOOKUP-LIMIT.
001780     MOVE "N" TO WS-FOUND-SW.
001790     EXEC SQL
001800         SELECT CRDLIM, WRNPCT
001810           INTO :PAY_CLTLIM-CRDLIM, :PAY_CLTLIM-WRNPCT
001820           FROM CLTLIM
001830          WHERE PAYCLT = :LM-PAYCLT
001840     END-EXEC.
001850     IF SQLCODE = 0
001860         MOVE "Y" TO WS-FOUND-SW.
001870 2100-EXIT.
001880     EXIT.
001890******************************************************
001900* 2200-ADD-LIMIT - A FIRST LIMIT FOR THE CLIENT
001910******************************************************
001920 2200-ADD-LIMIT.
001930     IF WS-FOUND
001940         MOVE "LIMIT ON FILE" TO WS-REJ-RSN
001950         PERFORM 2900-WRITE-REJECT THRU 2900-EXIT
001960         GO TO 2200-EXIT
001970     END-IF.
001980     PERFORM 2500-VALIDATE-FIELDS THRU 2500-EXIT.
001990     IF WS-REJ-RSN NOT = SPACES
002000         PERFORM 2900-WRITE-REJECT THRU 2900-EXIT
002010         GO TO 2200-EXIT
002020     END-IF.
002030     EXEC SQL
002040         INSERT INTO CLTLIM
002050             (PAYCLT, CRDLIM, WRNPCT, REGDAY, REGTIM, REGPSN,
002060              MODDAY, MODTIM, MODPSN)
002070         VALUES
002080             (:LM-PAYCLT, :LM-CRDLIM, :WS-NEW-WRNPCT,
002090              :WS-TODAY, :WS-NOWTIME, :LM-PSN,
002100              :WS-TODAY, :WS-NOWTIME, :LM-PSN)
002110     END-EXEC.
002120     MOVE SPACES TO WS-LOG-OLDVAL.
002130     MOVE "CRDLIM" TO WS-LOG-FLDNAM.
002140     MOVE LM-CRDLIM TO WS-NUM-EDIT.
002150     MOVE WS-NUM-EDIT TO WS-LOG-NEWVAL.
002160     PERFORM 2700-LOG-CHANGE THRU 2700-EXIT.
002170     MOVE "WRNPCT" TO WS-LOG-FLDNAM.
002180     MOVE WS-NEW-WRNPCT TO WS-NUM-EDIT.
002190     MOVE WS-NUM-EDIT TO WS-LOG-NEWVAL.
002200     PERFORM 2700-LOG-CHANGE THRU 2700-EXIT.
002210     ADD 1 TO WS-ACC-CNT.
002220     MOVE "ADDED   " TO DL-RESULT.
002230     PERFORM 2950-WRITE-DETAIL THRU 2950-EXIT.
002240 2200-EXIT.
002250     EXIT.
002260******************************************************
002270* 2300-CHANGE-LIMIT - NEW LIMIT AND/OR WARNING PERCENT
002280******************************************************
002290 2300-CHANGE-LIMIT.
002300     IF NOT WS-FOUND
002310         MOVE "NO LIMIT ON FILE" TO WS-REJ-RSN
002320         PERFORM 2900-WRITE-REJECT THRU 2900-EXIT
002330         GO TO 2300-EXIT
002340     END-IF.
002350     PERFORM 2500-VALIDATE-FIELDS THRU 2500-EXIT.
002360     IF WS-REJ-RSN NOT = SPACES
002370         PERFORM 2900-WRITE-REJECT THRU 2900-EXIT
002380         GO TO 2300-EXIT
002390     END-IF.
002400     IF LM-CRDLIM NOT = PAY_CLTLIM-CRDLIM
002410         MOVE "CRDLIM" TO WS-LOG-FLDNAM
002420         MOVE PAY_CLTLIM-CRDLIM TO WS-NUM-EDIT
002430         MOVE WS-NUM-EDIT TO WS-LOG-OLDVAL
002440         MOVE LM-CRDLIM TO WS-NUM-EDIT
002450         MOVE WS-NUM-EDIT TO WS-LOG-NEWVAL
002460         PERFORM 2700-LOG-CHANGE THRU 2700-EXIT
002470     END-IF.
002480     IF WS-NEW-WRNPCT NOT = PAY_CLTLIM-WRNPCT
002490         MOVE "WRNPCT" TO WS-LOG-FLDNAM
002500         MOVE PAY_CLTLIM-WRNPCT TO WS-NUM-EDIT
002510         MOVE WS-NUM-EDIT TO WS-LOG-OLDVAL
002520         MOVE WS-NEW-WRNPCT TO WS-NUM-EDIT
002530         MOVE WS-NUM-EDIT TO WS-LOG-NEWVAL
002540         PERFORM 2700-LOG-CHANGE THRU 2700-EXIT
002550     END-IF.
002560     EXEC SQL
002570         UPDATE CLTLIM
002580            SET CRDLIM = :LM-CRDLIM,
002590                WRNPCT = :WS-NEW-WRNPCT,
002600                MODDAY = :WS-TODAY,
002610                MODTIM = :WS-NOWTIME,
002620                MODPSN = :LM-PSN
002630          WHERE PAYCLT = :LM-PAYCLT
002640     END-EXEC.
002650     ADD 1 TO WS-ACC-CNT.
002660     MOVE "CHANGED " TO DL-RESULT.
002670     PERFORM 2950-WRITE-DETAIL THRU 2950-EXIT.
002680 2300-EXIT.
002690     EXIT.
002700******************************************************
002710* 2400-DELETE-LIMIT - THE CLIENT GOES BACK TO NO LIMIT
002720******************************************************
002730 2400-DELETE-LIMIT.
002740     IF NOT WS-FOUND
002750         MOVE "NO LIMIT ON FILE" TO WS-REJ-RSN
002760         PERFORM 2900-WRITE-REJECT THRU 2900-EXIT
002770         GO TO 2400-EXIT
002780     END-IF.
002790     MOVE "CRDLIM" TO WS-LOG-FLDNAM.
002800     MOVE PAY_CLTLIM-CRDLIM TO WS-NUM-EDIT.
002810     MOVE WS-NUM-EDIT TO WS-LOG-OLDVAL.
002820     MOVE SPACES TO WS-LOG-NEWVAL.
002830     PERFORM 2700-LOG-CHANGE THRU 2700-EXIT.
002840     EXEC SQL
002850         DELETE FROM CLTLIM
002860          WHERE PAYCLT = :LM-PAYCLT
002870     END-EXEC.
002880     ADD 1 TO WS-ACC-CNT.
002890     MOVE "DELETED " TO DL-RESULT.
002900     PERFORM 2950-WRITE-DETAIL THRU 2950-EXIT.
002910 2400-EXIT.
002920     EXIT.
002930******************************************************
002940* 2500-VALIDATE-FIELDS - LIMIT AND WARNING PERCENT.
002950*                        A BLANK OR ZERO PERCENT TAKES
002960*                        THE STANDARD 90
002970******************************************************
002980 2500-VALIDATE-FIELDS.
002990     IF LM-CRDLIM NOT NUMERIC
003000         MOVE "CRDLIM NOT NUMERIC" TO WS-REJ-RSN
003010         GO TO 2500-EXIT
003020     END-IF.
003030     IF LM-CRDLIM = ZERO
003040         MOVE "CRDLIM IS ZERO" TO WS-REJ-RSN
003050         GO TO 2500-EXIT
003060     END-IF.
003070     IF LM-WRNPCT = SPACES
003080         MOVE ZERO TO LM-WRNPCT
003090     END-IF.
003100     IF LM-WRNPCT NOT NUMERIC
003110         MOVE "WRNPCT NOT NUMERIC" TO WS-REJ-RSN
003120         GO TO 2500-EXIT
003130     END-IF.
003140     IF LM-WRNPCT > 100
003150         MOVE "WRNPCT OVER 100" TO WS-REJ-RSN
003160         GO TO 2500-EXIT
003170     END-IF.
003180     IF LM-WRNPCT = ZERO
003190         MOVE WS-DFT-WRNPCT TO WS-NEW-WRNPCT
003200     ELSE
003210         MOVE LM-WRNPCT TO WS-NEW-WRNPCT
003220     END-IF.
003230 2500-EXIT.
003240     EXIT.
003250******************************************************
003260* 2700-LOG-CHANGE - INSERT ONE CHANGE-LOG ROW
003270******************************************************
003280 2700-LOG-CHANGE.
003290     MOVE LM-PAYCLT TO WS-LOG-KEYVAL.
003300     EXEC SQL
003310         INSERT INTO CHGLOG
003320             (TABNAM, KEYVAL, FLDNAM, OLDVAL, NEWVAL,
003330              CHGDAY, CHGTIM, CHGPSN)
003340         VALUES
003350             ("CLTLIM", :WS-LOG-KEYVAL, :WS-LOG-FLDNAM,
003360              :WS-LOG-OLDVAL, :WS-LOG-NEWVAL,
003370              :WS-TODAY, :WS-NOWTIME, :LM-PSN)
003380     END-EXEC.
003390 2700-EXIT.
003400     EXIT.
003410******************************************************
003420* 2900-WRITE-REJECT - ONE REGISTER LINE PER REJECT
003430******************************************************
003440 2900-WRITE-REJECT.
003450     ADD 1 TO WS-REJ-CNT.
003460     MOVE "REJECTED" TO DL-RESULT.
003470     PERFORM 2950-WRITE-DETAIL THRU 2950-EXIT.
003480 2900-EXIT.
003490     EXIT.
003500******************************************************
003510* 2950-WRITE-DETAIL - ECHO THE CARD TO THE REGISTER
003520******************************************************
003530 2950-WRITE-DETAIL.
003540     MOVE LM-ACTCOD TO DL-ACTCOD.
003550     MOVE LM-PAYCLT TO DL-PAYCLT.
003560     IF LM-CRDLIM NUMERIC
003570         MOVE LM-CRDLIM TO DL-CRDLIM
003580     ELSE
003590         MOVE ZERO TO DL-CRDLIM
003600     END-IF.
003610     MOVE WS-REJ-RSN TO DL-REASON.
003620     WRITE PAY148-RPT-REC FROM WS-DETAIL-LINE.
003630 2950-EXIT.
003640     EXIT.
003650******************************************************
003660* 3000-TERMINATE - CONTROL COUNTS, COMMIT THE WORK
003670******************************************************
003680 3000-TERMINATE.
003690     MOVE WS-ACC-CNT TO TL-ACCEPT.
003700     MOVE WS-REJ-CNT TO TL-REJECT.
003710     WRITE PAY148-RPT-REC FROM WS-TOTAL-LINE.
003720     EXEC SQL
003730         COMMIT
003740     END-EXEC.
003750     CLOSE LIMTRN-FILE.
003760     CLOSE PAY148-RPT.
003770 3000-EXIT.
003780     EXIT.
