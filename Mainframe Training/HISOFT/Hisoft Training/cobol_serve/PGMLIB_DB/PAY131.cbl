000470*                       ACTION, THE SAME BRANCH PAY101
000480*                       TAKES - IT NO LONGER LANDS IN
000490*                       THE MASTER ROLLING TOTALS
000491*  2026-09-14  K.SATO   A TERMINATION QUEUED BY PAY141 FOR A
000492*                       SETTLED PAYOFF QUOTE CLOSES AT THE
000493*                       QUOTED TERMINATION DATE. REJECTING IT
000494*                       MARKS THE QUOTE R AND FLAGS THE PAYOFF
000495*                       BILL FOR A BIL111 CREDIT NOTE
000496*  2026-09-25  K.SATO   AN APRQUE L ITEM IS A PAY112 ADD HELD
000497*                       OVER THE CLIENT'S CREDIT LIMIT -
000498*                       APPROVING IT INSERTS THE GAFMST ROW
000499*                       FROM CNTPND
000500*  2026-10-09  K.SATO   AN APRQUE A ITEM IS A PAY155 CONTRACT
000501*                       ASSIGNMENT - APPROVING IT ON OR AFTER
000502*                       ITS EFFECTIVE DATE MOVES THE CONTRACT
000503*                       TO THE NEW CLIENT, SETTLES OR CARRIES
000504*                       THE OPEN ITEMS, DEPOSIT AND CREDIT, AND
000505*                       REPLACES OR RETIRES THE BNKMST ACCOUNT,
000506*                       WITH CHGLOG AND GAFAUD TRAILS
000507*  2026-10-14  K.SATO   AN ASSIGNMENT'S NEW ACCOUNT IS SET TO
000508*                       VRFSTS N (LOGGED) FOR PAY157 TO PRENOTE
000509******************************************************
000510 ENVIRONMENT DIVISION.
000520 INPUT-OUTPUT SECTION.
000530 FILE-CONTROL.
000950     EXEC SQL INCLUDE PAY_WRTOFF END-EXEC.
000960     EXEC SQL INCLUDE PAY_BNKMST END-EXEC.
000970     EXEC SQL INCLUDE PAY_DEPMST END-EXEC.
000971     EXEC SQL INCLUDE PAY_PAYQOT END-EXEC.
000972     EXEC SQL INCLUDE PAY_CNTPND END-EXEC.
000974     EXEC SQL INCLUDE PAY_CNTASG END-EXEC.
000976     EXEC SQL INCLUDE PAY_CLTMST END-EXEC.
000980 77  WS-EOF-SW           PIC X(001) VALUE "N".
000990     88 WS-EOF                      VALUE "Y".
001000 77  WS-QUE-OK-SW        PIC X(001) VALUE "N".
001030     88 WS-OPR-OK                   VALUE "Y".
001040 77  WS-TODAY            PIC X(008).
001050 77  WS-NOWTIME          PIC X(006).
001051 77  WS-TRM-DAY          PIC X(008).
001052 77  WS-LOG-TABNAM       PIC X(006).
001053 77  WS-NEW-PAYTYP       PIC X(001).
001054 77  WS-OPN-CNT          PIC S9(007) COMP-3.
001055 77  WS-OPN-AMT          PIC S9(013) COMP-3.
001056 77  WS-CRD-LEFT         PIC S9(013) COMP-3.
001057 77  WS-CRD-APL          PIC S9(013) COMP-3.
001058 77  WS-CRD-RFD          PIC S9(013) COMP-3.
001059 77  WS-CRD-STS          PIC X(001).
001060 77  WS-ENT-LVL          PIC S9(001) COMP-3.
001070 77  WS-REJ-RSN          PIC X(020).
001080 77  WS-TAX-RATE         PIC S9(002)V9(1) COMP-3.
001360 77  WS-NEW-TRNSEQ       PIC S9(005) COMP-3.
001370 77  WS-WOF-FOUND-SW     PIC X(001) VALUE "N".
001380     88 WS-WOF-FOUND                VALUE "Y".
001382 77  WS-ADD-OK-SW        PIC X(001) VALUE "N".
001384     88 WS-ADD-OK                   VALUE "Y".
001390 77  WS-OLD-RCVAMT       PIC S9(013) COMP-3.
001400 77  WS-NEW-RCVAMT       PIC S9(013) COMP-3.
001410 77  WS-WOF-STS          PIC X(001).
001420 77  WS-APP-CNT          PIC S9(007) COMP-3 VALUE ZERO.
001430 77  WS-REJ-CNT          PIC S9(007) COMP-3 VALUE ZERO.
001440 77  WS-BAD-CNT          PIC S9(007) COMP-3 VALUE ZERO.
001441 77  WS-CRD-TAX          PIC S9(013) COMP-3.
001442 77  WS-CRD-NET          PIC S9(013) COMP-3.
001443 77  WS-NEG-NET          PIC S9(013) COMP-3.
001444 77  WS-NEG-TAX          PIC S9(013) COMP-3.
001445 77  WS-NEG-GRS          PIC S9(013) COMP-3.
001450 01  WS-DETAIL-LINE.
001460     03 DL-RESULT        PIC X(009).
001470     03 FILLER           PIC X(002) VALUE SPACES.
001610     03 FILLER           PIC X(011) VALUE "  NOT TAKEN".
001620     03 TL-BAD           PIC -(006)9.
001630     03 FILLER           PIC X(023) VALUE SPACES.
001631 01  WS-ASSIGN-LINE.
001632     03 FILLER           PIC X(009) VALUE "ASSIGNED ".
001633     03 SA-CNTNUM        PIC X(009).
001634     03 FILLER           PIC X(006) VALUE " FROM ".
001635     03 SA-OLDCLT        PIC X(008).
001636     03 FILLER           PIC X(004) VALUE " TO ".
001637     03 SA-NEWCLT        PIC X(008).
001638     03 FILLER           PIC X(021) VALUE "  OPEN ITEMS CARRIED ".
001639     03 SA-OPNAMT        PIC -(011)9.99.
001640 01  WS-DEPOSIT-LINE.
001650     03 FILLER           PIC X(009) VALUE "DEPOSIT  ".
001660     03 SD-CNTNUM        PIC X(009).
002200         PERFORM 2950-WRITE-DETAIL THRU 2950-EXIT
002210         GO TO 2000-NEXT
002220     END-IF.
002221     IF AP-APPROVE AND PAY_APRQUE-ACT-ASSIGN
002222         PERFORM 7050-CHECK-ASSIGN THRU 7050-EXIT
002223         IF WS-REJ-RSN NOT = SPACES
002224             ADD 1 TO WS-BAD-CNT
002225             MOVE "NOT TAKN" TO DL-RESULT
002226             PERFORM 2950-WRITE-DETAIL THRU 2950-EXIT
002227             GO TO 2000-NEXT
002228         END-IF
002229     END-IF.
002230     IF AP-APPROVE
002240         PERFORM 2300-APPROVE-ITEM THRU 2300-EXIT
002250     ELSE
003150     IF PAY_APRQUE-ACT-TERMINATE
003160         PERFORM 4000-EXECUTE-TERMINATE THRU 4000-EXIT
003170     ELSE
003180         IF PAY_APRQUE-ACT-CREDIT
003181             PERFORM 6000-EXECUTE-ADD THRU 6000-EXIT
003182         ELSE
003183             IF PAY_APRQUE-ACT-ASSIGN
003184                 PERFORM 7000-EXECUTE-ASSIGN THRU 7000-EXIT
003185             ELSE
003186                 PERFORM 5000-EXECUTE-PAYMENT THRU 5000-EXIT
003187             END-IF
003188         END-IF
003190     END-IF.
003192     IF PAY_APRQUE-ACT-CREDIT AND NOT WS-ADD-OK
003194         PERFORM 6090-REJECT-ADD THRU 6090-EXIT
003196         GO TO 2300-EXIT
003198     END-IF.
003200     PERFORM 2500-WRITE-AUDIT THRU 2500-EXIT.
003210     ADD 1 TO WS-APP-CNT.
003220     MOVE "APPROVED" TO DL-RESULT.
003350                APRTIM = :WS-NOWTIME
003360          WHERE APRSEQ = :AP-APRSEQ
003370     END-EXEC.
003371     IF PAY_APRQUE-ACT-TERMINATE
003372         PERFORM 2450-REJECT-PAYOFF THRU 2450-EXIT
003373     END-IF.
003375     IF PAY_APRQUE-ACT-ASSIGN
003377         PERFORM 7900-REJECT-ASSIGN THRU 7900-EXIT
003379     END-IF.
003380     PERFORM 2500-WRITE-AUDIT THRU 2500-EXIT.
003390     ADD 1 TO WS-REJ-CNT.
003400     MOVE "REJECTED" TO DL-RESULT.
003830         MOVE "CNTNUM NOT ON FILE" TO WS-REJ-RSN
003840         GO TO 4000-EXIT
003850     END-IF.
003851     PERFORM 4050-PAYOFF-TERM-DAY THRU 4050-EXIT.
003860     MOVE "CHCKYN" TO WS-LOG-FLDNAM.
003870     MOVE PAY_GAFMST-CHCKYN TO WS-LOG-OLDVAL.
003880     MOVE "Y" TO WS-LOG-NEWVAL.
003890     PERFORM 2600-LOG-CHANGE THRU 2600-EXIT.
003900     MOVE "PAYEND" TO WS-LOG-FLDNAM.
003910     MOVE PAY_GAFMST-PAYEND TO WS-LOG-OLDVAL.
003920     MOVE WS-TRM-DAY TO WS-LOG-NEWVAL.
003930     PERFORM 2600-LOG-CHANGE THRU 2600-EXIT.
003940     EXEC SQL
003950         UPDATE GAFMST
003960            SET CHCKYN = 'Y',
003970                PAYEND = :WS-TRM-DAY,
003980                MODDAY = :WS-TODAY,
003990                MODTIM = :WS-NOWTIME,
004000                MODPSN = :AP-PSN
005410 4450-LOOKUP-ACCOUNT.
005420     MOVE "N" TO WS-ACT-FOUND-SW.
005430     EXEC SQL
005440         SELECT BNKCOD, BRNCOD, ACTTYP, ACTNUM, ACTNAM,
005445                VRFSTS
005450           INTO :PAY_BNKMST-BNKCOD, :PAY_BNKMST-BRNCOD,
005460                :PAY_BNKMST-ACTTYP, :PAY_BNKMST-ACTNUM,
005470                :PAY_BNKMST-ACTNAM, :PAY_BNKMST-VRFSTS
005480           FROM BNKMST
005490          WHERE CNTNUM = :PAY_APRQUE-CNTNUM
005500     END-EXEC.
009070     CLOSE PAY131-RPT.
009080 3000-EXIT.
009090     EXIT.
009100******************************************************
009110* 4050-PAYOFF-TERM-DAY - A TERMINATION PAY141 QUEUED FOR
009120*                        A SETTLED PAYOFF QUOTE ENDS AT
009130*                        THE QUOTED TERMINATION DATE,
009140*                        ANY OTHER ENDS TODAY
009150******************************************************
009160 4050-PAYOFF-TERM-DAY.
009170     MOVE WS-TODAY TO WS-TRM-DAY.
009180     EXEC SQL
009190         SELECT TRMDAY
009200           INTO :PAY_PAYQOT-TRMDAY
009210           FROM PAYQOT
009220          WHERE APRSEQ = :AP-APRSEQ
009230            AND QOTSTS = 'S'
009240     END-EXEC.
009250     IF SQLCODE = 0
009260         MOVE PAY_PAYQOT-TRMDAY TO WS-TRM-DAY
009270     END-IF.
009280 4050-EXIT.
009290     EXIT.
009300******************************************************
009310* 2450-REJECT-PAYOFF - A REJECTED PAYOFF TERMINATION
009320*                      LEAVES THE CONTRACT RUNNING; THE
009330*                      QUOTE IS MARKED R AND ITS PAYOFF
009340*                      BILL MUST BE CREDITED THROUGH
009350*                      BIL111
009360******************************************************
009370 2450-REJECT-PAYOFF.
009380     EXEC SQL
009390         SELECT BILNUM
009400           INTO :PAY_PAYQOT-BILNUM
009410           FROM PAYQOT
009420          WHERE APRSEQ = :AP-APRSEQ
009430            AND QOTSTS = 'S'
009440     END-EXEC.
009450     IF SQLCODE NOT = 0
009460         GO TO 2450-EXIT
009470     END-IF.
009480     EXEC SQL
009490         UPDATE PAYQOT
009500            SET QOTSTS = 'R',
009510                MODDAY = :WS-TODAY,
009520                MODTIM = :WS-NOWTIME,
009530                MODPSN = :AP-PSN
009540          WHERE APRSEQ = :AP-APRSEQ
009550            AND QOTSTS = 'S'
009560     END-EXEC.
009570     DISPLAY "PAY131 - PAYOFF BILL " PAY_PAYQOT-BILNUM
009580             " NEEDS A BIL111 CREDIT NOTE".
009590 2450-EXIT.
009600     EXIT.
009610******************************************************
009620* 6000-EXECUTE-ADD - ADD THE CONTRACT PAY112 HELD ON
009630*                    CNTPND. THE ENTERER STAYS REGPSN,
009640*                    THE APPROVER IS MODPSN
009650******************************************************
009660 6000-EXECUTE-ADD.
009670     MOVE "N" TO WS-ADD-OK-SW.
009680     EXEC SQL
009690         SELECT CNTNUM, DIVCOD, PAYCLT, PAYNAM, PAYTYP,
009700                PAYBGN, PAYCYC, PAYEND, EXPCOD, EQPCOD,
009710                CURCOD, SNDTYP, CONFLG, TAXRAT, LEAAMT,
009720                ENTPSN
009730           INTO :PAY_CNTPND-CNTNUM, :PAY_CNTPND-DIVCOD,
009740                :PAY_CNTPND-PAYCLT, :PAY_CNTPND-PAYNAM,
009750                :PAY_CNTPND-PAYTYP, :PAY_CNTPND-PAYBGN,
009760                :PAY_CNTPND-PAYCYC, :PAY_CNTPND-PAYEND,
009770                :PAY_CNTPND-EXPCOD, :PAY_CNTPND-EQPCOD,
009780                :PAY_CNTPND-CURCOD, :PAY_CNTPND-SNDTYP,
009790                :PAY_CNTPND-CONFLG, :PAY_CNTPND-TAXRAT,
009800                :PAY_CNTPND-LEAAMT, :PAY_CNTPND-ENTPSN
009810           FROM CNTPND
009820          WHERE APRSEQ = :AP-APRSEQ
009830     END-EXEC.
009840     IF SQLCODE NOT = 0
009850         DISPLAY "PAY131 - NO CNTPND ROW FOR APRSEQ " AP-APRSEQ
009860         MOVE "NO CNTPND ROW" TO WS-REJ-RSN
009870         GO TO 6000-EXIT
009880     END-IF.
009890     EXEC SQL
009900         SELECT CNTNUM
009910           INTO :PAY_GAFMST-CNTNUM
009920           FROM GAFMST
009930          WHERE CNTNUM = :PAY_CNTPND-CNTNUM
009940     END-EXEC.
009950     IF SQLCODE = 0
009960         DISPLAY "PAY131 - " PAY_CNTPND-CNTNUM
009970                 " ALREADY ON GAFMST, HELD ADD NOT APPLIED"
009980         MOVE "ALREADY ON GAFMST" TO WS-REJ-RSN
009990         GO TO 6000-EXIT
010000     END-IF.
010010     EXEC SQL
010020         INSERT INTO GAFMST
010030             (CNTNUM, RELEAS, CNTDAY, DIVCOD, PAYCLT,
010040              PAYNAM, PAYTYP, PAYBGN, PAYCYC, PAYCNT,
010050              PAYEND, HOLSFT, EXPCOD, EQPCOD, CURCOD,
010060              SNDTYP,
010070              CONFLG, REMARK, TRNAMT, TRNTAX, TRNTOT,
010080              CHGAMT, LEAAMT, LATAMT, LATDAY, TAXRAT,
010090              CHCKYN, UPDFLG, REGDAY, REGTIM, REGPSN,
010100              MODDAY, MODTIM, MODPSN)
010110         VALUES
010120             (:PAY_CNTPND-CNTNUM, " ", :WS-TODAY,
010130              :PAY_CNTPND-DIVCOD, :PAY_CNTPND-PAYCLT,
010140              :PAY_CNTPND-PAYNAM, :PAY_CNTPND-PAYTYP,
010150              :PAY_CNTPND-PAYBGN, :PAY_CNTPND-PAYCYC, 0,
010160              :PAY_CNTPND-PAYEND, " ", :PAY_CNTPND-EXPCOD,
010170              :PAY_CNTPND-EQPCOD, :PAY_CNTPND-CURCOD,
010180              :PAY_CNTPND-SNDTYP,
010190              :PAY_CNTPND-CONFLG, " ", 0, 0, 0, 0,
010200              :PAY_CNTPND-LEAAMT, 0, " ", :PAY_CNTPND-TAXRAT,
010210              "N", " ",
010220              :WS-TODAY, :WS-NOWTIME, :PAY_CNTPND-ENTPSN,
010230              :WS-TODAY, :WS-NOWTIME, :AP-PSN)
010240     END-EXEC.
010250     IF SQLCODE NOT = 0
010260         DISPLAY "PAY131 - GAFMST INSERT FAILED FOR "
010270                 PAY_CNTPND-CNTNUM " SQLCODE " SQLCODE
010280         MOVE "GAFMST INSERT FAILED" TO WS-REJ-RSN
010290         GO TO 6000-EXIT
010300     END-IF.
010310     MOVE "Y" TO WS-ADD-OK-SW.
010320 6000-EXIT.
010330     EXIT.
010340******************************************************
010350* 6090-REJECT-ADD - THE HELD ADD COULD NOT BE APPLIED;
010360*                   THE QUEUE ITEM IS TURNED TO R AND
010370*                   COUNTED AS REJECTED, NOT APPROVED
010380******************************************************
010390 6090-REJECT-ADD.
010400     EXEC SQL
010410         UPDATE APRQUE
010420            SET APRSTS = 'R'
010430          WHERE APRSEQ = :AP-APRSEQ
010440     END-EXEC.
010450     PERFORM 2500-WRITE-AUDIT THRU 2500-EXIT.
010460     ADD 1 TO WS-REJ-CNT.
010470     MOVE "REJECTED" TO DL-RESULT.
010480     PERFORM 2950-WRITE-DETAIL THRU 2950-EXIT.
010490 6090-EXIT.
010500     EXIT.
010510******************************************************
010520* 7000-EXECUTE-ASSIGN - MOVE THE CONTRACT TO THE NEW
010530*                       CLIENT PAY155 HELD ON CNTASG.
010540*                       7050 HAS ALREADY READ AND
010550*                       CHECKED IT
010560******************************************************
010570 7000-EXECUTE-ASSIGN.
010580     MOVE ZERO TO WS-CRD-APL WS-CRD-RFD WS-DEP-APL
010590                  WS-DEP-RFD.
010600     IF PAY_CNTASG-TRM-SETTLE
010610         PERFORM 7100-SETTLE-OUTGOING THRU 7100-EXIT
010620     ELSE
010630         PERFORM 7250-CARRY-DEPOSIT THRU 7250-EXIT
010640     END-IF.
010650     PERFORM 7300-CHANGE-CLIENT THRU 7300-EXIT.
010660     PERFORM 7400-CHANGE-ACCOUNT THRU 7400-EXIT.
010670     PERFORM 7500-CLOSE-ASSIGN THRU 7500-EXIT.
010680 7000-EXIT.
010690     EXIT.
010700******************************************************
010710* 7050-CHECK-ASSIGN - THE ASSIGNMENT CAN ONLY RUN ON OR
010720*                     AFTER ITS EFFECTIVE DATE, ON A
010730*                     LIVE CONTRACT STILL WITH THE
010740*                     CLIENT IT WAS ENTERED AGAINST
010750*                     AND WITH NO PAYOFF SETTLED.
010760*                     ON SETTLE TERMS THE OUTGOING
010770*                     CLIENT'S CREDIT AND DEPOSIT MUST
010780*                     COVER THE OPEN ITEMS - OTHERWISE
010790*                     THEY MUST BE PAID FIRST AND THE
010800*                     ITEM STAYS PENDING
010810******************************************************
010820 7050-CHECK-ASSIGN.
010830     EXEC SQL
010840         SELECT CNTNUM, OLDCLT, NEWCLT, EFFDAY, ASGTRM,
010850                BNKCOD, BRNCOD, ACTTYP, ACTNUM, ACTNAM
010860           INTO :PAY_CNTASG-CNTNUM, :PAY_CNTASG-OLDCLT,
010870                :PAY_CNTASG-NEWCLT, :PAY_CNTASG-EFFDAY,
010880                :PAY_CNTASG-ASGTRM, :PAY_CNTASG-BNKCOD,
010890                :PAY_CNTASG-BRNCOD, :PAY_CNTASG-ACTTYP,
010900                :PAY_CNTASG-ACTNUM, :PAY_CNTASG-ACTNAM
010910           FROM CNTASG
010920          WHERE APRSEQ = :AP-APRSEQ
010930     END-EXEC.
010940     IF SQLCODE NOT = 0
010950         MOVE "NO CNTASG ROW" TO WS-REJ-RSN
010960         GO TO 7050-EXIT
010970     END-IF.
010980     IF PAY_CNTASG-EFFDAY > WS-TODAY
010990         MOVE "NOT YET EFFECTIVE" TO WS-REJ-RSN
011000         GO TO 7050-EXIT
011010     END-IF.
011020     EXEC SQL
011030         SELECT PAYCLT, PAYNAM, PAYTYP, CHCKYN
011040           INTO :PAY_GAFMST-PAYCLT, :PAY_GAFMST-PAYNAM,
011050                :PAY_GAFMST-PAYTYP, :PAY_GAFMST-CHCKYN
011060           FROM GAFMST
011070          WHERE CNTNUM = :PAY_APRQUE-CNTNUM
011080     END-EXEC.
011090     IF SQLCODE NOT = 0
011100         MOVE "CNTNUM NOT ON FILE" TO WS-REJ-RSN
011110         GO TO 7050-EXIT
011120     END-IF.
011130     IF PAY_GAFMST-CHCKYN = "Y"
011140         MOVE "CONTRACT CLOSED" TO WS-REJ-RSN
011150         GO TO 7050-EXIT
011160     END-IF.
011170     IF PAY_GAFMST-PAYCLT NOT = PAY_CNTASG-OLDCLT
011180         MOVE "CLIENT CHANGED" TO WS-REJ-RSN
011190         GO TO 7050-EXIT
011200     END-IF.
011210     EXEC SQL
011220         SELECT COUNT(*)
011230           INTO :WS-OPN-CNT
011240           FROM PAYQOT
011250          WHERE CNTNUM = :PAY_APRQUE-CNTNUM
011260            AND QOTSTS = 'S'
011270     END-EXEC.
011280     IF WS-OPN-CNT > ZERO
011290         MOVE "PAYOFF SETTLED" TO WS-REJ-RSN
011300         GO TO 7050-EXIT
011310     END-IF.
011320     EXEC SQL
011330         SELECT CLTNAM
011340           INTO :PAY_CLTMST-CLTNAM
011350           FROM CLTMST
011360          WHERE PAYCLT = :PAY_CNTASG-NEWCLT
011370     END-EXEC.
011380     IF SQLCODE NOT = 0
011390         MOVE "NEW CLIENT NOT FOUND" TO WS-REJ-RSN
011400         GO TO 7050-EXIT
011410     END-IF.
011420     IF NOT PAY_CNTASG-TRM-SETTLE
011430         GO TO 7050-EXIT
011440     END-IF.
011450     PERFORM 7060-OPEN-BALANCE THRU 7060-EXIT.
011460     EXEC SQL
011470         SELECT CRDAMT
011480           INTO :WS-CRD-LEFT
011490           FROM CRDBAL
011500          WHERE CNTNUM = :PAY_APRQUE-CNTNUM
011510            AND CRDSTS = 'O'
011520     END-EXEC.
011530     IF SQLCODE NOT = 0
011540         MOVE ZERO TO WS-CRD-LEFT
011550     END-IF.
011560     EXEC SQL
011570         SELECT DEPAMT
011580           INTO :WS-DEP-LEFT
011590           FROM DEPMST
011600          WHERE CNTNUM = :PAY_APRQUE-CNTNUM
011610            AND DEPSTS = 'H'
011620     END-EXEC.
011630     IF SQLCODE NOT = 0
011640         MOVE ZERO TO WS-DEP-LEFT
011650     END-IF.
011660     IF WS-OPN-AMT > WS-CRD-LEFT + WS-DEP-LEFT
011670         MOVE "OPEN ITEMS UNPAID" TO WS-REJ-RSN
011680     END-IF.
011690 7050-EXIT.
011700     EXIT.
011710******************************************************
011720* 7060-OPEN-BALANCE - OPEN BILITM BALANCE, COUNT FIRST
011730*                     SO NO ITEMS NEVER FEEDS A NULL SUM
011740******************************************************
011750 7060-OPEN-BALANCE.
011760     MOVE ZERO TO WS-OPN-AMT.
011770     EXEC SQL
011780         SELECT COUNT(*)
011790           INTO :WS-OPN-CNT
011800           FROM BILITM
011810          WHERE CNTNUM = :PAY_APRQUE-CNTNUM
011820            AND ITMSTS <> 'C'
011830     END-EXEC.
011840     IF WS-OPN-CNT > ZERO
011850         EXEC SQL
011860             SELECT SUM(RMNAMT)
011870               INTO :WS-OPN-AMT
011880               FROM BILITM
011890              WHERE CNTNUM = :PAY_APRQUE-CNTNUM
011900                AND ITMSTS <> 'C'
011910         END-EXEC
011920     END-IF.
011930 7060-EXIT.
011940     EXIT.
011950******************************************************
011960* 7100-SETTLE-OUTGOING - SETTLE TERMS: THE OUTGOING
011970*                        CLIENT'S OPEN CREDIT PAYS THE
011980*                        OPEN ITEMS DOWN FIRST, THEN THE
011990*                        HELD DEPOSIT IS SETTLED THE
012000*                        TERMINATE WAY. WHATEVER IS LEFT
012010*                        OF EITHER GOES BACK TO THE
012020*                        OUTGOING CLIENT'S ACCOUNT BEFORE
012030*                        IT IS REPLACED
012040******************************************************
012050 7100-SETTLE-OUTGOING.
012060     IF WS-CRD-LEFT > ZERO
012070         PERFORM 7150-APPLY-CREDIT THRU 7150-EXIT
012080     END-IF.
012090     PERFORM 4100-SETTLE-DEPOSIT THRU 4100-EXIT.
012100     IF WS-CRD-LEFT > ZERO
012110         PERFORM 7200-REFUND-CREDIT THRU 7200-EXIT
012120     END-IF.
012130 7100-EXIT.
012140     EXIT.
012150******************************************************
012160* 7150-APPLY-CREDIT - THE CREDIT PAYS THE OPEN ITEMS
012170*                     DOWN OLDEST FIRST; WHAT IS USED
012180*                     COMES OFF CRDBAL
012190******************************************************
012200 7150-APPLY-CREDIT.
012210     MOVE WS-CRD-LEFT TO WS-APPLY-LEFT.
012220     MOVE "N" TO WS-ITM-EOF-SW.
012230     EXEC SQL
012240         OPEN APRITM-CSR
012250     END-EXEC.
012260     PERFORM 5500-APPLY-ONE-ITEM THRU 5500-EXIT
012270         UNTIL WS-ITM-EOF OR WS-APPLY-LEFT = ZERO.
012280     EXEC SQL
012290         CLOSE APRITM-CSR
012300     END-EXEC.
012310     COMPUTE WS-CRD-APL = WS-CRD-LEFT - WS-APPLY-LEFT.
012320     IF WS-CRD-APL = ZERO
012330         GO TO 7150-EXIT
012340     END-IF.
012350     IF WS-APPLY-LEFT = ZERO
012360         MOVE "A" TO WS-CRD-STS
012370     ELSE
012380         MOVE "O" TO WS-CRD-STS
012390     END-IF.
012400     EXEC SQL
012410         UPDATE CRDBAL
012420            SET CRDAMT = :WS-APPLY-LEFT,
012430                CRDSTS = :WS-CRD-STS,
012440                MODDAY = :WS-TODAY,
012450                MODTIM = :WS-NOWTIME,
012460                MODPSN = :AP-PSN
012470          WHERE CNTNUM = :PAY_APRQUE-CNTNUM
012480     END-EXEC.
012490     MOVE "CRDBAL" TO WS-LOG-TABNAM.
012500     MOVE "CRDAMT" TO WS-LOG-FLDNAM.
012510     MOVE WS-CRD-LEFT TO WS-NUM-EDIT.
012520     MOVE WS-NUM-EDIT TO WS-LOG-OLDVAL.
012530     MOVE WS-APPLY-LEFT TO WS-NUM-EDIT.
012540     MOVE WS-NUM-EDIT TO WS-LOG-NEWVAL.
012550     PERFORM 7460-LOG-TABLE THRU 7460-EXIT.
012560     MOVE WS-APPLY-LEFT TO WS-CRD-LEFT.
012570 7150-EXIT.
012580     EXIT.
012590******************************************************
012600* 7200-REFUND-CREDIT - CREDIT STILL OPEN AFTER THE
012610*                      ITEMS ARE PAID IS REFUNDED TO
012620*                      THE OUTGOING CLIENT THE PAY121
012630*                      WAY - DISBURSEMENT RECORD, MASTER
012640*                      TOTALS BACKED OUT, NEGATIVE
012650*                      GAFHST DETAIL. NO ACCOUNT ON FILE
012660*                      LEAVES IT OPEN FOR PAY121
012670******************************************************
012680 7200-REFUND-CREDIT.
012690     PERFORM 4450-LOOKUP-ACCOUNT THRU 4450-EXIT.
012700     IF NOT WS-ACT-FOUND
012710         DISPLAY "PAY131 - CREDIT LEFT OPEN ON "
012720                 PAY_APRQUE-CNTNUM " - NO ACCOUNT"
012730         GO TO 7200-EXIT
012740     END-IF.
012750     MOVE PAY_APRQUE-CNTNUM TO DS-CNTNUM.
012760     MOVE PAY_BNKMST-BNKCOD TO DS-BNKCOD.
012770     MOVE PAY_BNKMST-BRNCOD TO DS-BRNCOD.
012780     MOVE PAY_BNKMST-ACTTYP TO DS-ACTTYP.
012790     MOVE PAY_BNKMST-ACTNUM TO DS-ACTNUM.
012800     MOVE PAY_BNKMST-ACTNAM TO DS-ACTNAM.
012810     MOVE WS-CRD-LEFT TO DS-RFDAMT.
012820     MOVE WS-TODAY TO DS-PAYDAY.
012830     WRITE DEPDSB-REC.
012840     EXEC SQL
012850         SELECT TAXRAT, PAYCNT, TRNAMT, TRNTAX, TRNTOT
012860           INTO :PAY_GAFMST-TAXRAT, :PAY_GAFMST-PAYCNT,
012870                :WS-OLD-TRNAMT, :WS-OLD-TRNTAX,
012880                :WS-OLD-TRNTOT
012890           FROM GAFMST
012900          WHERE CNTNUM = :PAY_APRQUE-CNTNUM
012910     END-EXEC.
012920     MOVE PAY_GAFMST-PAYCNT TO WS-OLD-PAYCNT.
012930     PERFORM 5100-GET-TAX-RATE THRU 5100-EXIT.
012940     COMPUTE WS-CRD-TAX ROUNDED =
012950         WS-CRD-LEFT * WS-TAX-RATE / (100 + WS-TAX-RATE).
012960     COMPUTE WS-CRD-NET = WS-CRD-LEFT - WS-CRD-TAX.
012970     ADD 1 TO PAY_GAFMST-PAYCNT.
012980     COMPUTE WS-NEW-TRNAMT = WS-OLD-TRNAMT - WS-CRD-NET.
012990     COMPUTE WS-NEW-TRNTAX = WS-OLD-TRNTAX - WS-CRD-TAX.
013000     COMPUTE WS-NEW-TRNTOT = WS-OLD-TRNTOT - WS-CRD-LEFT.
013010     EXEC SQL
013020         UPDATE GAFMST
013030            SET TRNAMT = TRNAMT - :WS-CRD-NET,
013040                TRNTAX = TRNTAX - :WS-CRD-TAX,
013050                TRNTOT = TRNTOT - :WS-CRD-LEFT,
013060                PAYCNT = :PAY_GAFMST-PAYCNT,
013070                MODDAY = :WS-TODAY,
013080                MODTIM = :WS-NOWTIME,
013090                MODPSN = :AP-PSN
013100          WHERE CNTNUM = :PAY_APRQUE-CNTNUM
013110     END-EXEC.
013120     PERFORM 5200-LOG-CHANGES THRU 5200-EXIT.
013130     COMPUTE WS-NEG-NET = 0 - WS-CRD-NET.
013140     COMPUTE WS-NEG-TAX = 0 - WS-CRD-TAX.
013150     COMPUTE WS-NEG-GRS = 0 - WS-CRD-LEFT.
013160     PERFORM 5350-NEXT-TRNSEQ THRU 5350-EXIT.
013170     EXEC SQL
013180         INSERT INTO GAFHST
013190             (CNTNUM, TRNSEQ, TRNDAY, TRNTIM,
013200              PAYAMT, PAYTAX, PAYTOT, APLPSN,
013210              REGDAY, REGTIM)
013220         VALUES
013230             (:PAY_APRQUE-CNTNUM, :WS-NEW-TRNSEQ,
013240              :WS-TODAY, :WS-NOWTIME, :WS-NEG-NET,
013250              :WS-NEG-TAX, :WS-NEG-GRS, :AP-PSN,
013260              :WS-TODAY, :WS-NOWTIME)
013270     END-EXEC.
013280     EXEC SQL
013290         UPDATE CRDBAL
013300            SET CRDAMT = 0,
013310                CRDSTS = 'R',
013320                MODDAY = :WS-TODAY,
013330                MODTIM = :WS-NOWTIME,
013340                MODPSN = :AP-PSN
013350          WHERE CNTNUM = :PAY_APRQUE-CNTNUM
013360     END-EXEC.
013370     MOVE WS-CRD-LEFT TO WS-CRD-RFD.
013380     MOVE ZERO TO WS-CRD-LEFT.
013390 7200-EXIT.
013400     EXIT.
013410******************************************************
013420* 7250-CARRY-DEPOSIT - CARRY TERMS: OPEN ITEMS AND
013430*                      CREDIT STAY ON THE CONTRACT, AND
013440*                      THE HELD DEPOSIT IS NOW HELD FOR
013450*                      THE NEW CLIENT
013460******************************************************
013470 7250-CARRY-DEPOSIT.
013480     EXEC SQL
013490         SELECT DEPHLD
013500           INTO :PAY_DEPMST-DEPHLD
013510           FROM DEPMST
013520          WHERE CNTNUM = :PAY_APRQUE-CNTNUM
013530            AND DEPSTS = 'H'
013540     END-EXEC.
013550     IF SQLCODE NOT = 0
013560         GO TO 7250-EXIT
013570     END-IF.
013580     MOVE "DEPMST" TO WS-LOG-TABNAM.
013590     MOVE "DEPHLD" TO WS-LOG-FLDNAM.
013600     MOVE PAY_DEPMST-DEPHLD(1:20) TO WS-LOG-OLDVAL.
013610     MOVE PAY_CLTMST-CLTNAM(1:20) TO WS-LOG-NEWVAL.
013620     MOVE PAY_CLTMST-CLTNAM TO PAY_DEPMST-DEPHLD.
013630     EXEC SQL
013640         UPDATE DEPMST
013650            SET DEPHLD = :PAY_DEPMST-DEPHLD,
013660                MODDAY = :WS-TODAY,
013670                MODTIM = :WS-NOWTIME,
013680                MODPSN = :AP-PSN
013690          WHERE CNTNUM = :PAY_APRQUE-CNTNUM
013700     END-EXEC.
013710     PERFORM 7460-LOG-TABLE THRU 7460-EXIT.
013720 7250-EXIT.
013730     EXIT.
013740******************************************************
013750* 7300-CHANGE-CLIENT - PAYCLT AND PAYNAM FROM THE NEW
013760*                      CLTMST ROW (BILLS TAKE THE
013770*                      MAILING ADDRESS FROM CLTMST BY
013780*                      PAYCLT). A DIRECT-DEBIT CONTRACT
013790*                      WHOSE ACCOUNT IS RETIRED GOES TO
013800*                      TRANSFER PAYMENT
013810******************************************************
013820 7300-CHANGE-CLIENT.
013830     MOVE PAY_GAFMST-PAYTYP TO WS-NEW-PAYTYP.
013840     IF PAY_CNTASG-ACTNUM = SPACES
013850        AND PAY_GAFMST-PAYTYP = "2"
013860         MOVE "1" TO WS-NEW-PAYTYP
013870     END-IF.
013880     MOVE "PAYCLT" TO WS-LOG-FLDNAM.
013890     MOVE PAY_GAFMST-PAYCLT TO WS-LOG-OLDVAL.
013900     MOVE PAY_CNTASG-NEWCLT TO WS-LOG-NEWVAL.
013910     PERFORM 2600-LOG-CHANGE THRU 2600-EXIT.
013920     MOVE "PAYNAM" TO WS-LOG-FLDNAM.
013930     MOVE PAY_GAFMST-PAYNAM(1:20) TO WS-LOG-OLDVAL.
013940     MOVE PAY_CLTMST-CLTNAM(1:20) TO WS-LOG-NEWVAL.
013950     PERFORM 2600-LOG-CHANGE THRU 2600-EXIT.
013960     IF WS-NEW-PAYTYP NOT = PAY_GAFMST-PAYTYP
013970         MOVE "PAYTYP" TO WS-LOG-FLDNAM
013980         MOVE PAY_GAFMST-PAYTYP TO WS-LOG-OLDVAL
013990         MOVE WS-NEW-PAYTYP TO WS-LOG-NEWVAL
014000         PERFORM 2600-LOG-CHANGE THRU 2600-EXIT
014010     END-IF.
014020     MOVE PAY_CLTMST-CLTNAM TO PAY_GAFMST-PAYNAM.
014030     EXEC SQL
014040         UPDATE GAFMST
014050            SET PAYCLT = :PAY_CNTASG-NEWCLT,
014060                PAYNAM = :PAY_GAFMST-PAYNAM,
014070                PAYTYP = :WS-NEW-PAYTYP,
014080                MODDAY = :WS-TODAY,
014090                MODTIM = :WS-NOWTIME,
014100                MODPSN = :AP-PSN
014110          WHERE CNTNUM = :PAY_APRQUE-CNTNUM
014120     END-EXEC.
014130 7300-EXIT.
014140     EXIT.
014150******************************************************
014160* 7400-CHANGE-ACCOUNT - THE NEW CLIENT'S ACCOUNT
014170*                       REPLACES (OR IS ADDED AS) THE
014180*                       BNKMST DEBIT ACCOUNT; NONE GIVEN
014190*                       RETIRES IT. CHGLOG ROWS AS PAY107
014200*                       WRITES THEM
014210******************************************************
014220 7400-CHANGE-ACCOUNT.
014230     MOVE SPACES TO PAY_BNKMST-BNKCOD PAY_BNKMST-BRNCOD
014240                    PAY_BNKMST-ACTTYP PAY_BNKMST-ACTNUM
014250                    PAY_BNKMST-ACTNAM PAY_BNKMST-VRFSTS.
014260     PERFORM 4450-LOOKUP-ACCOUNT THRU 4450-EXIT.
014270     IF PAY_CNTASG-ACTNUM = SPACES
014280         IF NOT WS-ACT-FOUND
014290             GO TO 7400-EXIT
014300         END-IF
014310         EXEC SQL
014320             DELETE FROM BNKMST
014330              WHERE CNTNUM = :PAY_APRQUE-CNTNUM
014340         END-EXEC
014350         MOVE SPACES TO PAY_CNTASG-BNKCOD PAY_CNTASG-BRNCOD
014360                        PAY_CNTASG-ACTTYP PAY_CNTASG-ACTNAM
014370         PERFORM 7450-LOG-ACCOUNT THRU 7450-EXIT
014380         GO TO 7400-EXIT
014390     END-IF.
014400     IF WS-ACT-FOUND
014410         EXEC SQL
014420             UPDATE BNKMST
014430                SET BNKCOD = :PAY_CNTASG-BNKCOD,
014440                    BRNCOD = :PAY_CNTASG-BRNCOD,
014450                    ACTTYP = :PAY_CNTASG-ACTTYP,
014460                    ACTNUM = :PAY_CNTASG-ACTNUM,
014470                    ACTNAM = :PAY_CNTASG-ACTNAM,
014480                    MODDAY = :WS-TODAY,
014490                    MODTIM = :WS-NOWTIME,
014500                    MODPSN = :AP-PSN,
014510                    VRFSTS = 'N',
014520                    VRFDAY = ' ',
014530                    VRFRSN = ' '
014540              WHERE CNTNUM = :PAY_APRQUE-CNTNUM
014550         END-EXEC
014560     ELSE
014570         EXEC SQL
014580             INSERT INTO BNKMST
014590                 (CNTNUM, BNKCOD, BRNCOD, ACTTYP, ACTNUM,
014600                  ACTNAM, REGDAY, REGTIM, REGPSN, MODDAY,
014610                  MODTIM, MODPSN, VRFSTS, VRFDAY, VRFRSN)
014620             VALUES
014630                 (:PAY_APRQUE-CNTNUM, :PAY_CNTASG-BNKCOD,
014640                  :PAY_CNTASG-BRNCOD, :PAY_CNTASG-ACTTYP,
014650                  :PAY_CNTASG-ACTNUM, :PAY_CNTASG-ACTNAM,
014660                  :WS-TODAY, :WS-NOWTIME, :AP-PSN,
014670                  :WS-TODAY, :WS-NOWTIME, :AP-PSN,
014680                  'N', ' ', ' ')
014690         END-EXEC
014700     END-IF.
014710     PERFORM 7450-LOG-ACCOUNT THRU 7450-EXIT.
014720     IF PAY_BNKMST-VRFSTS NOT = "N"
014730         MOVE "VRFSTS" TO WS-LOG-FLDNAM
014740         MOVE PAY_BNKMST-VRFSTS TO WS-LOG-OLDVAL
014750         MOVE "N" TO WS-LOG-NEWVAL
014760         PERFORM 7460-LOG-TABLE THRU 7460-EXIT
014770     END-IF.
014780 7400-EXIT.
014790     EXIT.
014800******************************************************
014810* 7450-LOG-ACCOUNT - ONE CHGLOG ROW PER ACCOUNT FIELD
014820*                    THAT DIFFERS BETWEEN THE OLD ROW
014830*                    (SPACES IF NONE) AND THE NEW ONE
014840*                    (SPACES WHEN RETIRED)
014850******************************************************
014860 7450-LOG-ACCOUNT.
014870     MOVE "BNKMST" TO WS-LOG-TABNAM.
014880     IF PAY_CNTASG-BNKCOD NOT = PAY_BNKMST-BNKCOD
014890         MOVE "BNKCOD" TO WS-LOG-FLDNAM
014900         MOVE PAY_BNKMST-BNKCOD TO WS-LOG-OLDVAL
014910         MOVE PAY_CNTASG-BNKCOD TO WS-LOG-NEWVAL
014920         PERFORM 7460-LOG-TABLE THRU 7460-EXIT
014930     END-IF.
014940     IF PAY_CNTASG-BRNCOD NOT = PAY_BNKMST-BRNCOD
014950         MOVE "BRNCOD" TO WS-LOG-FLDNAM
014960         MOVE PAY_BNKMST-BRNCOD TO WS-LOG-OLDVAL
014970         MOVE PAY_CNTASG-BRNCOD TO WS-LOG-NEWVAL
014980         PERFORM 7460-LOG-TABLE THRU 7460-EXIT
014990     END-IF.
015000     IF PAY_CNTASG-ACTTYP NOT = PAY_BNKMST-ACTTYP
015010         MOVE "ACTTYP" TO WS-LOG-FLDNAM
015020         MOVE PAY_BNKMST-ACTTYP TO WS-LOG-OLDVAL
015030         MOVE PAY_CNTASG-ACTTYP TO WS-LOG-NEWVAL
015040         PERFORM 7460-LOG-TABLE THRU 7460-EXIT
015050     END-IF.
015060     IF PAY_CNTASG-ACTNUM NOT = PAY_BNKMST-ACTNUM
015070         MOVE "ACTNUM" TO WS-LOG-FLDNAM
015080         MOVE PAY_BNKMST-ACTNUM TO WS-LOG-OLDVAL
015090         MOVE PAY_CNTASG-ACTNUM TO WS-LOG-NEWVAL
015100         PERFORM 7460-LOG-TABLE THRU 7460-EXIT
015110     END-IF.
015120     IF PAY_CNTASG-ACTNAM(1:20) NOT = PAY_BNKMST-ACTNAM(1:20)
015130         MOVE "ACTNAM" TO WS-LOG-FLDNAM
015140         MOVE PAY_BNKMST-ACTNAM(1:20) TO WS-LOG-OLDVAL
015150         MOVE PAY_CNTASG-ACTNAM(1:20) TO WS-LOG-NEWVAL
015160         PERFORM 7460-LOG-TABLE THRU 7460-EXIT
015170     END-IF.
015180 7450-EXIT.
015190     EXIT.
015200******************************************************
015210* 7460-LOG-TABLE - INSERT ONE CHANGE-LOG ROW FOR A
015220*                  TABLE OTHER THAN GAFMST
015230******************************************************
015240 7460-LOG-TABLE.
015250     EXEC SQL
015260         INSERT INTO CHGLOG
015270             (TABNAM, KEYVAL, FLDNAM, OLDVAL, NEWVAL,
015280              CHGDAY, CHGTIM, CHGPSN)
015290         VALUES
015300             (:WS-LOG-TABNAM, :PAY_APRQUE-CNTNUM,
015310              :WS-LOG-FLDNAM, :WS-LOG-OLDVAL,
015320              :WS-LOG-NEWVAL, :WS-TODAY, :WS-NOWTIME,
015330              :AP-PSN)
015340     END-EXEC.
015350 7460-EXIT.
015360     EXIT.
015370******************************************************
015380* 7500-CLOSE-ASSIGN - RECORD WHAT MOVED ON CNTASG (THE
015390*                     PAY117 STATEMENT SHOWS THE
015400*                     TRANSFER FROM IT) AND ECHO IT TO
015410*                     THE REGISTER
015420******************************************************
015430 7500-CLOSE-ASSIGN.
015440     PERFORM 7060-OPEN-BALANCE THRU 7060-EXIT.
015450     COMPUTE WS-DEP-RFD = WS-DEP-RFD + WS-CRD-RFD.
015460     EXEC SQL
015470         UPDATE CNTASG
015480            SET ASGSTS = 'A',
015490                OPNAMT = :WS-OPN-AMT,
015500                CRDAPL = :WS-CRD-APL,
015510                DEPAPL = :WS-DEP-APL,
015520                RFDAMT = :WS-DEP-RFD,
015530                EXCDAY = :WS-TODAY,
015540                EXCTIM = :WS-NOWTIME,
015550                EXCPSN = :AP-PSN
015560          WHERE APRSEQ = :AP-APRSEQ
015570     END-EXEC.
015580     MOVE PAY_APRQUE-CNTNUM TO SA-CNTNUM.
015590     MOVE PAY_CNTASG-OLDCLT TO SA-OLDCLT.
015600     MOVE PAY_CNTASG-NEWCLT TO SA-NEWCLT.
015610     MOVE WS-OPN-AMT TO SA-OPNAMT.
015620     WRITE PAY131-RPT-REC FROM WS-ASSIGN-LINE.
015630 7500-EXIT.
015640     EXIT.
015650******************************************************
015660* 7900-REJECT-ASSIGN - A REJECTED ASSIGNMENT LEAVES THE
015670*                      CONTRACT WITH ITS CLIENT
015680******************************************************
015690 7900-REJECT-ASSIGN.
015700     EXEC SQL
015710         UPDATE CNTASG
015720            SET ASGSTS = 'R',
015730                EXCDAY = :WS-TODAY,
015740                EXCTIM = :WS-NOWTIME,
015750                EXCPSN = :AP-PSN
015760          WHERE APRSEQ = :AP-APRSEQ
015770     END-EXEC.
015780 7900-EXIT.
015790     EXIT.
