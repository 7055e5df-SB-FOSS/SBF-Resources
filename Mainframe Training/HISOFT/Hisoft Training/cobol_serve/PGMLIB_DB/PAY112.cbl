000330*                       A FOREIGN CURRENCY MUST HAVE AT
000340*                       LEAST ONE FXRATE ROW. BIL102
000350*                       STAMPS THE BILL RATE FROM IT
000351*  2026-09-25  K.SATO   CLIENT CREDIT LIMIT - AN ADD THAT
000352*                       WOULD TAKE THE PAYCLT'S EXPOSURE
000353*                       (UNBILLED LEASE VALUE + OPEN BILITM
000354*                       + ADDS ALREADY HELD) OVER ITS CLTLIM
000355*                       LIMIT IS HELD ON CNTPND AND THE
000356*                       APRQUE (ACTCOD L) FOR PAY131
000357*                       APPROVAL INSTEAD OF BEING ADDED
000358*  2026-10-15  K.SATO   EXPOSURE IS SUMMED IN JPY AT THE
000359*                       BILL EXCRAT OR THE LATEST FXRATE
000360******************************************************
000370 ENVIRONMENT DIVISION.
000380 INPUT-OUTPUT SECTION.
000850     EXEC SQL INCLUDE PAY_CODMST END-EXEC.
000860     EXEC SQL INCLUDE PAY_APRQUE END-EXEC.
000870     EXEC SQL INCLUDE PAY_FXRATE END-EXEC.
000871     EXEC SQL INCLUDE PAY_CLTLIM END-EXEC.
000872     EXEC SQL INCLUDE PAY_CNTPND END-EXEC.
000880 77  WS-EOF-SW           PIC X(001) VALUE "N".
000890     88 WS-EOF                      VALUE "Y".
000900 77  WS-FOUND-SW         PIC X(001) VALUE "N".
001170 77  WS-LOG-FLDNAM       PIC X(008).
001180 77  WS-LOG-OLDVAL       PIC X(020).
001190 77  WS-LOG-NEWVAL       PIC X(020).
001191 77  WS-OVR-SW           PIC X(001) VALUE "N".
001193     88 WS-OVER-LIMIT               VALUE "Y".
001195 77  WS-NEW-VAL          PIC S9(013) COMP-3.
001197 77  WS-EXP-EOF-SW       PIC X(001) VALUE "N".
001199     88 WS-EXP-EOF                  VALUE "Y".
001201 77  WS-EXP-CLT          PIC X(008).
001203 77  WS-EXP-CNTNUM       PIC X(009).
001205 77  WS-EXP-BGN          PIC X(008).
001207 77  WS-EXP-CYC          PIC X(002).
001209 77  WS-EXP-END          PIC X(008).
001211 77  WS-EXP-LEA          PIC S9(013) COMP-3.
001213 77  WS-EXP-THRU         PIC X(008).
001215 77  WS-EXP-STR          PIC X(008).
001217 77  WS-EXP-DATE-NUM     PIC 9(008).
001219 77  WS-EXP-INT          PIC 9(007).
001221 77  WS-EXP-YYYY         PIC 9(004).
001223 77  WS-EXP-MM           PIC 9(002).
001225 77  WS-EXP-SMOS         PIC S9(007) COMP-3.
001227 77  WS-EXP-EMOS         PIC S9(007) COMP-3.
001229 77  WS-EXP-MOS          PIC S9(005) COMP-3.
001231 77  WS-EXP-CYCN         PIC 9(002).
001233 77  WS-EXP-VAL          PIC S9(013) COMP-3.
001235 77  WS-EXP-UNB          PIC S9(013) COMP-3.
001237 77  WS-EXP-ITM          PIC S9(013) COMP-3.
001239 77  WS-EXP-PND          PIC S9(013) COMP-3.
001241 77  WS-EXP-AMT          PIC S9(013) COMP-3.
001243 77  WS-EXP-CUR          PIC X(003).
001245 77  WS-EXP-RAT          PIC S9(003)V9(006) COMP-3.
001247 77  WS-EXP-BILNUM       PIC X(009).
001249 77  WS-NEW-JPY          PIC S9(013) COMP-3.
001250 01  WS-DETAIL-LINE.
001254     03 DL-RESULT        PIC X(009).
001258     03 FILLER           PIC X(002) VALUE SPACES.
001262     03 DL-ACTCOD        PIC X(001).
001266     03 FILLER           PIC X(002) VALUE SPACES.
001270     03 DL-CNTNUM        PIC X(009).
001274     03 FILLER           PIC X(002) VALUE SPACES.
001278     03 DL-REASON        PIC X(020).
001282     03 FILLER           PIC X(035) VALUE SPACES.
001290 01  WS-TOTAL-LINE.
001300     03 FILLER           PIC X(009) VALUE "ACCEPTED ".
001310     03 TL-ACCEPT        PIC -(007)9.
002140         PERFORM 2900-WRITE-REJECT THRU 2900-EXIT
002150         GO TO 2200-EXIT
002160     END-IF.
002161     PERFORM 2810-CHECK-HELD-ADD THRU 2810-EXIT.
002162     IF WS-REJ-RSN NOT = SPACES
002163         PERFORM 2900-WRITE-REJECT THRU 2900-EXIT
002164         GO TO 2200-EXIT
002165     END-IF.
002170     PERFORM 2500-VALIDATE-FIELDS THRU 2500-EXIT.
002180     IF WS-REJ-RSN NOT = SPACES
002190         PERFORM 2900-WRITE-REJECT THRU 2900-EXIT
002200         GO TO 2200-EXIT
002210     END-IF.
002211     PERFORM 2800-CHECK-CREDIT THRU 2800-EXIT.
002212     IF WS-OVER-LIMIT
002213         PERFORM 2850-HOLD-ADD THRU 2850-EXIT
002214         GO TO 2200-EXIT
002215     END-IF.
002220     EXEC SQL
002230         INSERT INTO GAFMST
002240             (CNTNUM, RELEAS, CNTDAY, DIVCOD, PAYCLT,
006560     END-EXEC.
006570 2570-EXIT.
006580     EXIT.
006590******************************************************
006600* 2800-CHECK-CREDIT - A CLIENT WITH A CLTLIM LIMIT MAY
006610*                     NOT GO OVER IT WITH THIS CONTRACT:
006620*                     ITS FULL LEASE VALUE PAYBGN TO
006630*                     PAYEND, IN JPY, ON TOP OF THE
006640*                     EXPOSURE ALREADY CARRIED. NO
006650*                     LIMIT, NO CHECK
006660******************************************************
006670 2800-CHECK-CREDIT.
006680     MOVE "N" TO WS-OVR-SW.
006690     EXEC SQL
006700         SELECT CRDLIM
006710           INTO :PAY_CLTLIM-CRDLIM
006720           FROM CLTLIM
006730          WHERE PAYCLT = :MT-PAYCLT
006740     END-EXEC.
006750     IF SQLCODE NOT = 0
006760         GO TO 2800-EXIT
006770     END-IF.
006780     MOVE MT-PAYBGN TO WS-EXP-STR.
006790     MOVE MT-PAYEND TO WS-EXP-END.
006800     MOVE MT-PAYCYC TO WS-EXP-CYC.
006810     MOVE MT-LEAAMT TO WS-EXP-LEA.
006820     PERFORM 5230-PERIOD-VALUE THRU 5230-EXIT.
006830     MOVE WS-EXP-VAL TO WS-NEW-VAL.
006840     MOVE MT-CURCOD TO WS-EXP-CUR.
006850     MOVE MT-CNTNUM TO WS-EXP-CNTNUM.
006860     PERFORM 5240-SET-EXP-RATE THRU 5240-EXIT.
006870     COMPUTE WS-NEW-JPY ROUNDED = WS-NEW-VAL * WS-EXP-RAT.
006880     MOVE MT-PAYCLT TO WS-EXP-CLT.
006890     PERFORM 5200-CLIENT-EXPOSURE THRU 5200-EXIT.
006900     ADD WS-NEW-JPY TO WS-EXP-AMT.
006910     IF WS-EXP-AMT > PAY_CLTLIM-CRDLIM
006920         MOVE "Y" TO WS-OVR-SW
006930     END-IF.
006940 2800-EXIT.
006950     EXIT.
006960******************************************************
006970* 2810-CHECK-HELD-ADD - ONE HELD ADD PER CNTNUM
006980******************************************************
006990 2810-CHECK-HELD-ADD.
007000     EXEC SQL
007010         SELECT COUNT(*)
007020           INTO :WS-PND-CNT
007030           FROM APRQUE
007040          WHERE CNTNUM = :MT-CNTNUM
007050            AND ACTCOD = 'L'
007060            AND APRSTS = 'P'
007070     END-EXEC.
007080     IF WS-PND-CNT > 0
007090         MOVE "ALREADY PENDING" TO WS-REJ-RSN
007100     END-IF.
007110 2810-EXIT.
007120     EXIT.
007130******************************************************
007140* 2850-HOLD-ADD - THE VALIDATED ADD GOES TO CNTPND AND
007150*                 THE APRQUE FOUR-EYES QUEUE; PAY131
007160*                 ADDS THE CONTRACT IF IT IS APPROVED
007170******************************************************
007180 2850-HOLD-ADD.
007190     EXEC SQL
007200         SELECT COUNT(*) + 1
007210           INTO :PAY_APRQUE-APRSEQ
007220           FROM APRQUE
007230     END-EXEC.
007240     EXEC SQL
007250         INSERT INTO APRQUE
007260             (APRSEQ, ACTCOD, CNTNUM, PAYAMT, ENTPSN,
007270              ENTDAY, ENTTIM, APRSTS, APRPSN, APRDAY,
007280              APRTIM)
007290         VALUES
007300             (:PAY_APRQUE-APRSEQ, "L", :MT-CNTNUM,
007310              :WS-NEW-VAL, :MT-PSN, :WS-TODAY, :WS-NOWTIME,
007320              "P", " ", " ", " ")
007330     END-EXEC.
007340     EXEC SQL
007350         INSERT INTO CNTPND
007360             (APRSEQ, CNTNUM, DIVCOD, PAYCLT, PAYNAM, PAYTYP,
007370              PAYBGN, PAYCYC, PAYEND, EXPCOD, EQPCOD, CURCOD,
007380              SNDTYP, CONFLG, TAXRAT, LEAAMT, CNTVAL, EXPAMT,
007390              CRDLIM, ENTPSN, ENTDAY, ENTTIM)
007400         VALUES
007410             (:PAY_APRQUE-APRSEQ, :MT-CNTNUM, :MT-DIVCOD,
007420              :MT-PAYCLT, :MT-PAYNAM, :MT-PAYTYP,
007430              :MT-PAYBGN, :MT-PAYCYC, :MT-PAYEND,
007440              :MT-EXPCOD, :MT-EQPCOD, :MT-CURCOD,
007450              :MT-SNDTYP, :MT-CONFLG, :MT-TAXRAT,
007460              :MT-LEAAMT, :WS-NEW-VAL, :WS-EXP-AMT,
007470              :PAY_CLTLIM-CRDLIM, :MT-PSN, :WS-TODAY,
007480              :WS-NOWTIME)
007490     END-EXEC.
007500     ADD 1 TO WS-ACC-CNT.
007510     MOVE "QUEUED  " TO DL-RESULT.
007520     MOVE "OVER CREDIT LIMIT" TO WS-REJ-RSN.
007530     PERFORM 2950-WRITE-DETAIL THRU 2950-EXIT.
007540 2850-EXIT.
007550     EXIT.
007560******************************************************
007570* 5200-CLIENT-EXPOSURE - EXPOSURE OF CLIENT WS-EXP-CLT IN
007580*                        JPY: UNBILLED LEASE VALUE OF ITS
007590*                        OPEN CONTRACTS, OPEN BILITM
007600*                        BALANCES AND ADDS HELD ON THE
007610*                        APRQUE FOR CREDIT APPROVAL, EACH
007620*                        AMOUNT CONVERTED BEFORE IT IS ADDED
007630******************************************************
007640 5200-CLIENT-EXPOSURE.
007650     MOVE ZERO TO WS-EXP-UNB.
007660     MOVE ZERO TO WS-EXP-ITM.
007670     MOVE ZERO TO WS-EXP-PND.
007680     EXEC SQL
007690         DECLARE EXPCNT-CSR CURSOR FOR
007700         SELECT CNTNUM, PAYBGN, PAYCYC, PAYEND, LEAAMT,
007710                CURCOD
007720           FROM GAFMST
007730          WHERE PAYCLT = :WS-EXP-CLT
007740            AND CHCKYN <> 'Y'
007750     END-EXEC.
007760     EXEC SQL
007770         OPEN EXPCNT-CSR
007780     END-EXEC.
007790     MOVE "N" TO WS-EXP-EOF-SW.
007800     PERFORM 5210-FETCH-CONTRACT THRU 5210-EXIT.
007810     PERFORM 5220-UNBILLED-VALUE THRU 5220-EXIT
007820         UNTIL WS-EXP-EOF.
007830     EXEC SQL
007840         CLOSE EXPCNT-CSR
007850     END-EXEC.
007860     EXEC SQL
007870         DECLARE EXPITM-CSR CURSOR FOR
007880         SELECT I.CNTNUM, I.BILNUM, I.RMNAMT, G.CURCOD
007890           FROM BILITM I, GAFMST G
007900          WHERE G.CNTNUM = I.CNTNUM
007910            AND G.PAYCLT = :WS-EXP-CLT
007920            AND I.ITMSTS <> 'C'
007930     END-EXEC.
007940     EXEC SQL
007950         OPEN EXPITM-CSR
007960     END-EXEC.
007970     MOVE "N" TO WS-EXP-EOF-SW.
007980     PERFORM 5250-FETCH-ITEM THRU 5250-EXIT.
007990     PERFORM 5260-ITEM-VALUE THRU 5260-EXIT
008000         UNTIL WS-EXP-EOF.
008010     EXEC SQL
008020         CLOSE EXPITM-CSR
008030     END-EXEC.
008040     EXEC SQL
008050         DECLARE EXPPND-CSR CURSOR FOR
008060         SELECT P.CNTNUM, P.CNTVAL, P.CURCOD
008070           FROM CNTPND P, APRQUE Q
008080          WHERE Q.APRSEQ = P.APRSEQ
008090            AND Q.APRSTS = 'P'
008100            AND P.PAYCLT = :WS-EXP-CLT
008110     END-EXEC.
008120     EXEC SQL
008130         OPEN EXPPND-CSR
008140     END-EXEC.
008150     MOVE "N" TO WS-EXP-EOF-SW.
008160     PERFORM 5270-FETCH-PENDING THRU 5270-EXIT.
008170     PERFORM 5280-PENDING-VALUE THRU 5280-EXIT
008180         UNTIL WS-EXP-EOF.
008190     EXEC SQL
008200         CLOSE EXPPND-CSR
008210     END-EXEC.
008220     COMPUTE WS-EXP-AMT = WS-EXP-UNB + WS-EXP-ITM + WS-EXP-PND.
008230 5200-EXIT.
008240     EXIT.
008250******************************************************
008260* 5210-FETCH-CONTRACT - NEXT OPEN CONTRACT OF THE CLIENT
008270******************************************************
008280 5210-FETCH-CONTRACT.
008290     EXEC SQL
008300         FETCH EXPCNT-CSR
008310          INTO :WS-EXP-CNTNUM, :WS-EXP-BGN, :WS-EXP-CYC,
008320               :WS-EXP-END, :WS-EXP-LEA, :WS-EXP-CUR
008330     END-EXEC.
008340     IF SQLCODE NOT = 0
008350         MOVE "Y" TO WS-EXP-EOF-SW.
008360 5210-EXIT.
008370     EXIT.
008380******************************************************
008390* 5220-UNBILLED-VALUE - LEASE VALUE FROM THE DAY AFTER
008400*                       THE LAST BILLED PERIOD, PAPER OR
008410*                       E-DELIVERY (PAYBGN IF NEVER
008420*                       BILLED) TO PAYEND, IN JPY AT THE
008430*                       CURRENT RATE
008440******************************************************
008450 5220-UNBILLED-VALUE.
008460     EXEC SQL
008470         SELECT MAX(DAYEND)
008480           INTO :WS-EXP-THRU
008490           FROM (SELECT DAYEND
008500                   FROM BILPRT
008510                  WHERE CNTNUM = :WS-EXP-CNTNUM
008520                 UNION ALL
008530                 SELECT DAYEND
008540                   FROM BILELE
008550                  WHERE CNTNUM = :WS-EXP-CNTNUM) B
008560     END-EXEC.
008570     IF SQLCODE NOT = 0
008580         MOVE SPACES TO WS-EXP-THRU
008590     END-IF.
008600     IF WS-EXP-THRU = SPACES OR WS-EXP-THRU NOT NUMERIC
008610         MOVE WS-EXP-BGN TO WS-EXP-STR
008620     ELSE
008630         MOVE WS-EXP-THRU TO WS-EXP-DATE-NUM
008640         COMPUTE WS-EXP-INT =
008650             FUNCTION INTEGER-OF-DATE(WS-EXP-DATE-NUM) + 1
008660         COMPUTE WS-EXP-DATE-NUM =
008670             FUNCTION DATE-OF-INTEGER(WS-EXP-INT)
008680         MOVE WS-EXP-DATE-NUM TO WS-EXP-STR
008690     END-IF.
008700     PERFORM 5230-PERIOD-VALUE THRU 5230-EXIT.
008710     PERFORM 5240-SET-EXP-RATE THRU 5240-EXIT.
008720     COMPUTE WS-EXP-VAL ROUNDED = WS-EXP-VAL * WS-EXP-RAT.
008730     ADD WS-EXP-VAL TO WS-EXP-UNB.
008740     PERFORM 5210-FETCH-CONTRACT THRU 5210-EXIT.
008750 5220-EXIT.
008760     EXIT.
008770******************************************************
008780* 5230-PERIOD-VALUE - WS-EXP-LEA PER WS-EXP-CYC MONTHS
008790*                     OVER THE MONTHS WS-EXP-STR TO
008800*                     WS-EXP-END INCLUSIVE (A PART MONTH
008810*                     COUNTS WHOLE)
008820******************************************************
008830 5230-PERIOD-VALUE.
008840     MOVE ZERO TO WS-EXP-VAL.
008850     IF WS-EXP-STR > WS-EXP-END
008860         GO TO 5230-EXIT
008870     END-IF.
008880     MOVE WS-EXP-STR(1:4) TO WS-EXP-YYYY.
008890     MOVE WS-EXP-STR(5:2) TO WS-EXP-MM.
008900     COMPUTE WS-EXP-SMOS = (WS-EXP-YYYY * 12) + WS-EXP-MM.
008910     MOVE WS-EXP-END(1:4) TO WS-EXP-YYYY.
008920     MOVE WS-EXP-END(5:2) TO WS-EXP-MM.
008930     COMPUTE WS-EXP-EMOS = (WS-EXP-YYYY * 12) + WS-EXP-MM.
008940     COMPUTE WS-EXP-MOS = WS-EXP-EMOS - WS-EXP-SMOS + 1.
008950     IF WS-EXP-CYC NOT NUMERIC OR WS-EXP-CYC = "00"
008960         MOVE 1 TO WS-EXP-CYCN
008970     ELSE
008980         MOVE WS-EXP-CYC TO WS-EXP-CYCN
008990     END-IF.
009000     COMPUTE WS-EXP-VAL ROUNDED =
009010         WS-EXP-LEA * WS-EXP-MOS / WS-EXP-CYCN.
009020 5230-EXIT.
009030     EXIT.
009040******************************************************
009050* 5240-SET-EXP-RATE - THE LATEST FXRATE RATE ON OR BEFORE
009060*                     TODAY FOR WS-EXP-CUR, THE PAY134
009070*                     5450 WAY (BLANK OR JPY STAYS AT 1,
009080*                     NO RATE FALLS BACK TO 1)
009090******************************************************
009100 5240-SET-EXP-RATE.
009110     IF WS-EXP-CUR = SPACES OR WS-EXP-CUR = "JPY"
009120         MOVE 1 TO WS-EXP-RAT
009130         GO TO 5240-EXIT
009140     END-IF.
009150     EXEC SQL
009160         SELECT EXCRAT
009170           INTO :PAY_FXRATE-EXCRAT
009180           FROM FXRATE
009190          WHERE CURCOD = :WS-EXP-CUR
009200            AND RATDAY =
009210                (SELECT MAX(RATDAY) FROM FXRATE
009220                  WHERE CURCOD = :WS-EXP-CUR
009230                    AND RATDAY <= :WS-TODAY)
009240     END-EXEC.
009250     IF SQLCODE = 0
009260         MOVE PAY_FXRATE-EXCRAT TO WS-EXP-RAT
009270     ELSE
009280         DISPLAY "PAY112 - NO FXRATE FOR "
009290                 WS-EXP-CUR " " WS-EXP-CNTNUM
009300         MOVE 1 TO WS-EXP-RAT
009310     END-IF.
009320 5240-EXIT.
009330     EXIT.
009340******************************************************
009350* 5250-FETCH-ITEM - NEXT OPEN BILITM ITEM OF THE CLIENT
009360******************************************************
009370 5250-FETCH-ITEM.
009380     EXEC SQL
009390         FETCH EXPITM-CSR
009400          INTO :WS-EXP-CNTNUM, :WS-EXP-BILNUM, :WS-EXP-VAL,
009410               :WS-EXP-CUR
009420     END-EXEC.
009430     IF SQLCODE NOT = 0
009440         MOVE "Y" TO WS-EXP-EOF-SW.
009450 5250-EXIT.
009460     EXIT.
009470******************************************************
009480* 5260-ITEM-VALUE - AN OPEN BALANCE IN JPY AT THE EXCRAT
009490*                   STAMPED ON ITS BILPRT BILL. AN
009500*                   E-DELIVERED BILL CARRIES NO RATE AND
009510*                   TAKES THE CURRENT ONE
009520******************************************************
009530 5260-ITEM-VALUE.
009540     EXEC SQL
009550         SELECT EXCRAT
009560           INTO :WS-EXP-RAT
009570           FROM BILPRT
009580          WHERE BILNUM = :WS-EXP-BILNUM
009590     END-EXEC.
009600     IF SQLCODE NOT = 0 OR WS-EXP-RAT NOT > ZERO
009610         PERFORM 5240-SET-EXP-RATE THRU 5240-EXIT
009620     END-IF.
009630     COMPUTE WS-EXP-VAL ROUNDED = WS-EXP-VAL * WS-EXP-RAT.
009640     ADD WS-EXP-VAL TO WS-EXP-ITM.
009650     PERFORM 5250-FETCH-ITEM THRU 5250-EXIT.
009660 5260-EXIT.
009670     EXIT.
009680******************************************************
009690* 5270-FETCH-PENDING - NEXT ADD OF THE CLIENT HELD FOR
009700*                      CREDIT APPROVAL
009710******************************************************
009720 5270-FETCH-PENDING.
009730     EXEC SQL
009740         FETCH EXPPND-CSR
009750          INTO :WS-EXP-CNTNUM, :WS-EXP-VAL, :WS-EXP-CUR
009760     END-EXEC.
009770     IF SQLCODE NOT = 0
009780         MOVE "Y" TO WS-EXP-EOF-SW.
009790 5270-EXIT.
009800     EXIT.
009810******************************************************
009820* 5280-PENDING-VALUE - A HELD ADD'S CNTVAL IN JPY AT THE
009830*                      CURRENT RATE
009840******************************************************
009850 5280-PENDING-VALUE.
009860     PERFORM 5240-SET-EXP-RATE THRU 5240-EXIT.
009870     COMPUTE WS-EXP-VAL ROUNDED = WS-EXP-VAL * WS-EXP-RAT.
009880     ADD WS-EXP-VAL TO WS-EXP-PND.
009890     PERFORM 5270-FETCH-PENDING THRU 5270-EXIT.
009900 5280-EXIT.
009910     EXIT.
