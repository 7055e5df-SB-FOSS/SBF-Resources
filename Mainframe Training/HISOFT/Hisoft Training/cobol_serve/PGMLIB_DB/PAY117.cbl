000160*                       BILPRT/BILELE IN THE PERIOD, AND A
000170*                       CLOSING BALANCE TIED BACK TO THE
000180*                       GAFMST-TRNTOT ROLLING TOTAL
000181*  2026-09-09  K.SATO   BIL111 CREDIT NOTES AND CORRECTED
000182*                       RE-BILLS ARE LABELLED CREDIT AND
000183*                       REBILL AND SHOW THE BILL NUMBER
000184*                       THEY CANCEL OR REPLACE
000185*  2026-09-14  K.SATO   PAY141 PAYOFF BILLS ARE LABELLED
000186*                       PAYOFF
000187*  2026-10-09  K.SATO   A PAY155 ASSIGNMENT IN THE PERIOD
000188*                       SHOWS AS A TRANSFER LINE WITH WHAT
000189*                       WAS PAID, CARRIED AND REFUNDED
000190******************************************************
000200 ENVIRONMENT DIVISION.
000210 INPUT-OUTPUT SECTION.
000410     EXEC SQL INCLUDE PAY_GAFHST END-EXEC.
000420     EXEC SQL INCLUDE PAY_BILPRT END-EXEC.
000430     EXEC SQL INCLUDE PAY_BILELE END-EXEC.
000435     EXEC SQL INCLUDE PAY_CNTASG END-EXEC.
000440 77  WS-EOF-SW           PIC X(001) VALUE "N".
000450     88 WS-EOF                      VALUE "Y".
000460 77  WS-HST-EOF-SW       PIC X(001) VALUE "N".
000530 77  WS-OPN-BAL          PIC S9(013) COMP-3.
000540 77  WS-PRD-PAY          PIC S9(013) COMP-3.
000550 77  WS-CLS-BAL          PIC S9(013) COMP-3.
000551 77  WS-DOCTYP           PIC X(001).
000553 77  WS-XFR-EOF-SW       PIC X(001) VALUE "N".
000555     88 WS-XFR-EOF                  VALUE "Y".
000557 77  WS-XFR-PAID         PIC S9(013) COMP-3.
000560 01  WS-HEAD-LINE.
000570     03 FILLER           PIC X(010) VALUE "STATEMENT ".
000580     03 HD-CNTNUM        PIC X(009).
000780     03 PY-PAYTOT        PIC -(011)9.99.
000790     03 FILLER           PIC X(040) VALUE SPACES.
000800 01  WS-BIL-LINE.
000810     03 BL-KIND          PIC X(008) VALUE "BILL    ".
000820     03 BL-BILNUM        PIC X(009).
000830     03 FILLER           PIC X(002) VALUE SPACES.
000840     03 BL-SNDDAY        PIC X(008).
000860     03 BL-TOTAMT        PIC -(011)9.99.
000870     03 FILLER           PIC X(005) VALUE SPACES.
000880     03 BL-SNDTYP        PIC X(005).
000890     03 FILLER           PIC X(002) VALUE SPACES.
000891     03 BL-REFLBL        PIC X(008).
000892     03 FILLER           PIC X(001) VALUE SPACES.
000893     03 BL-ORGNUM        PIC X(009).
000894     03 FILLER           PIC X(006) VALUE SPACES.
000900 01  WS-CLOSE-LINE.
000910     03 FILLER           PIC X(016) VALUE "CLOSING BALANCE ".
000920     03 CL-AMOUNT        PIC -(011)9.99.
000930     03 FILLER           PIC X(010) VALUE "  TRNTOT  ".
000940     03 CL-TRNTOT        PIC -(011)9.99.
000950     03 FILLER           PIC X(024) VALUE SPACES.
000951 01  WS-XFR-LINE.
000952     03 FILLER           PIC X(012) VALUE "TRANSFERRED ".
000953     03 XF-EFFDAY        PIC X(008).
000954     03 FILLER           PIC X(006) VALUE " FROM ".
000955     03 XF-OLDCLT        PIC X(008).
000956     03 FILLER           PIC X(004) VALUE " TO ".
000957     03 XF-NEWCLT        PIC X(008).
000958     03 FILLER           PIC X(034) VALUE SPACES.
000960 01  WS-MSG-LINE             PIC X(080).
000961 01  WS-XFR-AMT-LINE.
000962     03 FILLER           PIC X(015) VALUE "  PAID TO DATE ".
000963     03 XF-PAID          PIC -(011)9.99.
000964     03 FILLER           PIC X(009) VALUE " CARRIED ".
000965     03 XF-OPNAMT        PIC -(011)9.99.
000966     03 FILLER           PIC X(008) VALUE " REFUND ".
000967     03 XF-RFDAMT        PIC -(011)9.99.
000968     03 FILLER           PIC X(003) VALUE SPACES.
000970******************************************************
000980* PROCEDURE DIVISION
000990******************************************************
001380         PERFORM 2300-LIST-PAYMENTS THRU 2300-EXIT
001390         PERFORM 2400-LIST-PAPER-BILLS THRU 2400-EXIT
001400         PERFORM 2500-LIST-E-BILLS THRU 2500-EXIT
001405         PERFORM 2800-LIST-TRANSFERS THRU 2800-EXIT
001410         PERFORM 2600-CLOSING-BALANCE THRU 2600-EXIT
001420     END-IF.
001430     READ STMREQ-FILE
002370     MOVE "N" TO WS-BIL-EOF-SW.
002380     EXEC SQL
002390         DECLARE STMPRT-CSR CURSOR FOR
002400             SELECT BILNUM, SNDDAY, TOTAMT, DOCTYP, ORGNUM
002410               FROM BILPRT
002420              WHERE CNTNUM = :RQ-CNTNUM
002430                AND SNDDAY >= :RQ-FROMDAY
002590     EXEC SQL
002600         FETCH STMPRT-CSR
002610             INTO :PAY_BILPRT-BILNUM, :PAY_BILPRT-SNDDAY,
002620                  :PAY_BILPRT-TOTAMT, :PAY_BILPRT-DOCTYP,
002625                  :PAY_BILPRT-ORGNUM
002630     END-EXEC.
002640     IF SQLCODE NOT = 0
002650         MOVE "Y" TO WS-BIL-EOF-SW.
002700     MOVE PAY_BILPRT-SNDDAY TO BL-SNDDAY.
002710     MOVE PAY_BILPRT-TOTAMT TO BL-TOTAMT.
002720     MOVE "PAPER" TO BL-SNDTYP.
002721     MOVE PAY_BILPRT-DOCTYP TO WS-DOCTYP.
002722     MOVE PAY_BILPRT-ORGNUM TO BL-ORGNUM.
002723     PERFORM 2700-SET-DOC-KIND THRU 2700-EXIT.
002730     WRITE PAY117-RPT-REC FROM WS-BIL-LINE.
002740     PERFORM 2410-FETCH-PAPER THRU 2410-EXIT.
002750 2420-EXIT.
002810     MOVE "N" TO WS-BIL-EOF-SW.
002820     EXEC SQL
002830         DECLARE STMELE-CSR CURSOR FOR
002840             SELECT BILNUM, SNDDAY, TOTAMT, DOCTYP, ORGNUM
002850               FROM BILELE
002860              WHERE CNTNUM = :RQ-CNTNUM
002870                AND SNDDAY >= :RQ-FROMDAY
003030     EXEC SQL
003040         FETCH STMELE-CSR
003050             INTO :PAY_BILELE-BILNUM, :PAY_BILELE-SNDDAY,
003060                  :PAY_BILELE-TOTAMT, :PAY_BILELE-DOCTYP,
003065                  :PAY_BILELE-ORGNUM
003070     END-EXEC.
003080     IF SQLCODE NOT = 0
003090         MOVE "Y" TO WS-BIL-EOF-SW.
003140     MOVE PAY_BILELE-SNDDAY TO BL-SNDDAY.
003150     MOVE PAY_BILELE-TOTAMT TO BL-TOTAMT.
003160     MOVE "E-BIL" TO BL-SNDTYP.
003161     MOVE PAY_BILELE-DOCTYP TO WS-DOCTYP.
003162     MOVE PAY_BILELE-ORGNUM TO BL-ORGNUM.
003163     PERFORM 2700-SET-DOC-KIND THRU 2700-EXIT.
003170     WRITE PAY117-RPT-REC FROM WS-BIL-LINE.
003180     PERFORM 2510-FETCH-EBILL THRU 2510-EXIT.
003190 2520-EXIT.
003370     CLOSE PAY117-RPT.
003380 3000-EXIT.
003390     EXIT.
003400******************************************************
003410* 2700-SET-DOC-KIND - LABEL A BIL111 CREDIT NOTE OR
003420*                     CORRECTED RE-BILL AND NAME THE
003430*                     BILL IT CANCELS OR REPLACES;
003435*                     LABEL A PAY141 PAYOFF BILL
003440******************************************************
003450 2700-SET-DOC-KIND.
003460     IF WS-DOCTYP = "C"
003470         MOVE "CREDIT  " TO BL-KIND
003480         MOVE "CANCELS " TO BL-REFLBL
003490     ELSE
003500         IF WS-DOCTYP = "R"
003510             MOVE "REBILL  " TO BL-KIND
003520             MOVE "REPLACES" TO BL-REFLBL
003530         ELSE
003531             IF WS-DOCTYP = "P"
003532                 MOVE "PAYOFF  " TO BL-KIND
003533                 MOVE SPACES TO BL-REFLBL
003534                 MOVE SPACES TO BL-ORGNUM
003535             ELSE
003540                 MOVE "BILL    " TO BL-KIND
003550                 MOVE SPACES TO BL-REFLBL
003560                 MOVE SPACES TO BL-ORGNUM
003565             END-IF
003570         END-IF
003580     END-IF.
003590 2700-EXIT.
003600     EXIT.
003610******************************************************
003620* 2800-LIST-TRANSFERS - A CONTRACT ASSIGNED TO A NEW
003630*                       CLIENT IN THE PERIOD SHOWS THE
003640*                       TRANSFER, WHAT HAD BEEN PAID UP
003650*                       TO THE DAY IT WAS EXECUTED, THE
003660*                       OPEN ITEMS CARRIED TO THE NEW
003670*                       CLIENT AND ANY REFUND MADE TO THE
003680*                       OLD ONE
003690******************************************************
003700 2800-LIST-TRANSFERS.
003710     MOVE "N" TO WS-XFR-EOF-SW.
003720     EXEC SQL
003730         DECLARE STMASG-CSR CURSOR FOR
003740             SELECT EFFDAY, OLDCLT, NEWCLT, EXCDAY,
003750                    OPNAMT, RFDAMT
003760               FROM CNTASG
003770              WHERE CNTNUM = :RQ-CNTNUM
003780                AND ASGSTS = 'A'
003790                AND EFFDAY >= :RQ-FROMDAY
003800                AND EFFDAY <= :RQ-TODAY
003810              ORDER BY EFFDAY
003820     END-EXEC.
003830     EXEC SQL
003840         OPEN STMASG-CSR
003850     END-EXEC.
003860     PERFORM 2810-FETCH-TRANSFER THRU 2810-EXIT.
003870     PERFORM 2820-WRITE-TRANSFER THRU 2820-EXIT
003880         UNTIL WS-XFR-EOF.
003890     EXEC SQL
003900         CLOSE STMASG-CSR
003910     END-EXEC.
003920 2800-EXIT.
003930     EXIT.
003940 2810-FETCH-TRANSFER.
003950     EXEC SQL
003960         FETCH STMASG-CSR
003970             INTO :PAY_CNTASG-EFFDAY, :PAY_CNTASG-OLDCLT,
003980                  :PAY_CNTASG-NEWCLT, :PAY_CNTASG-EXCDAY,
003990                  :PAY_CNTASG-OPNAMT, :PAY_CNTASG-RFDAMT
004000     END-EXEC.
004010     IF SQLCODE NOT = 0
004020         MOVE "Y" TO WS-XFR-EOF-SW.
004030 2810-EXIT.
004040     EXIT.
004050 2820-WRITE-TRANSFER.
004060     MOVE PAY_CNTASG-EFFDAY TO XF-EFFDAY.
004070     MOVE PAY_CNTASG-OLDCLT TO XF-OLDCLT.
004080     MOVE PAY_CNTASG-NEWCLT TO XF-NEWCLT.
004090     WRITE PAY117-RPT-REC FROM WS-XFR-LINE.
004100     EXEC SQL
004110         SELECT COUNT(*)
004120           INTO :WS-OPN-CNT
004130           FROM GAFHST
004140          WHERE CNTNUM = :RQ-CNTNUM
004150            AND TRNDAY <= :PAY_CNTASG-EXCDAY
004160     END-EXEC.
004170     MOVE ZERO TO WS-XFR-PAID.
004180     IF WS-OPN-CNT > ZERO
004190         EXEC SQL
004200             SELECT SUM(PAYTOT)
004210               INTO :WS-XFR-PAID
004220               FROM GAFHST
004230              WHERE CNTNUM = :RQ-CNTNUM
004240                AND TRNDAY <= :PAY_CNTASG-EXCDAY
004250         END-EXEC
004260     END-IF.
004270     MOVE WS-XFR-PAID TO XF-PAID.
004280     MOVE PAY_CNTASG-OPNAMT TO XF-OPNAMT.
004290     MOVE PAY_CNTASG-RFDAMT TO XF-RFDAMT.
004300     WRITE PAY117-RPT-REC FROM WS-XFR-AMT-LINE.
004310     PERFORM 2810-FETCH-TRANSFER THRU 2810-EXIT.
004320 2820-EXIT.
004330     EXIT.
