000155*                       (PAY124), SO A TYPO SURFACES AT
000156*                       ENTRY INSTEAD OF AS A PAY109
000157*                       COLLECTION REJECT WEEKS LATER
000158*  2026-09-30  K.SATO   ADD, CHANGE AND DELETE NOW WRITE
000159*                       CHGLOG BNKMST ROWS PER ACCOUNT FIELD
000160*                       SO PAY151 CAN REBUILD A PAST ACCOUNT
000161*  2026-10-14  K.SATO   AN ADDED OR CHANGED ACCOUNT IS SET
000162*                       TO VRFSTS N FOR PAY157 TO PRENOTE
000163*                       BEFORE PAY108 COLLECTS ON IT
000164******************************************************
000170 ENVIRONMENT DIVISION.
000180 INPUT-OUTPUT SECTION.
000190 FILE-CONTROL.
000450     EXEC SQL INCLUDE PAY_GAFMST END-EXEC.
000460     EXEC SQL INCLUDE PAY_BNKMST END-EXEC.
000465     EXEC SQL INCLUDE PAY_BNKDIR END-EXEC.
000466     EXEC SQL INCLUDE PAY_CHGLOG END-EXEC.
000470 77  WS-EOF-SW           PIC X(001) VALUE "N".
000480     88 WS-EOF                      VALUE "Y".
000490 77  WS-FOUND-SW         PIC X(001) VALUE "N".
000520     88 WS-CNT-FOUND                VALUE "Y".
000522 77  WS-DIR-OK-SW        PIC X(001) VALUE "N".
000524     88 WS-DIR-OK                   VALUE "Y".
000526 77  WS-NEW-VRFSTS       PIC X(001).
000527 77  WS-NEW-VRFDAY       PIC X(008).
000528 77  WS-NEW-VRFRSN       PIC X(002).
000530 77  WS-TODAY            PIC X(008).
000540 77  WS-NOWTIME          PIC X(006).
000542 77  WS-LOG-FLDNAM       PIC X(008).
000544 77  WS-LOG-OLDVAL       PIC X(020).
000546 77  WS-LOG-NEWVAL       PIC X(020).
000550 01  WS-DETAIL-LINE.
000560     03 DL-RESULT        PIC X(009).
000570     03 FILLER           PIC X(002) VALUE SPACES.
001170******************************************************
001180 2100-LOOKUP-ACCOUNT.
001190     MOVE "N" TO WS-FOUND-SW.
001192     MOVE SPACES TO PAY_BNKMST-BNKCOD PAY_BNKMST-BRNCOD
001194                    PAY_BNKMST-ACTTYP PAY_BNKMST-ACTNUM
001196                    PAY_BNKMST-ACTNAM PAY_BNKMST-VRFSTS
001197                    PAY_BNKMST-VRFDAY PAY_BNKMST-VRFRSN.
001200     EXEC SQL
001210         SELECT CNTNUM, BNKCOD, BRNCOD, ACTTYP, ACTNUM,
001212                ACTNAM, VRFSTS, VRFDAY, VRFRSN
001220           INTO :PAY_BNKMST-CNTNUM, :PAY_BNKMST-BNKCOD,
001222                :PAY_BNKMST-BRNCOD, :PAY_BNKMST-ACTTYP,
001224                :PAY_BNKMST-ACTNUM, :PAY_BNKMST-ACTNAM,
001226                :PAY_BNKMST-VRFSTS, :PAY_BNKMST-VRFDAY,
001228                :PAY_BNKMST-VRFRSN
001230           FROM BNKMST
001240          WHERE CNTNUM = :BT-CNTNUM
001250     END-EXEC.
001646         PERFORM 2500-WRITE-DETAIL THRU 2500-EXIT
001647         GO TO 2200-EXIT
001648     END-IF.
001649     MOVE "N" TO WS-NEW-VRFSTS.
001650     EXEC SQL
001660         INSERT INTO BNKMST
001670             (CNTNUM, BNKCOD, BRNCOD, ACTTYP, ACTNUM,
001680              ACTNAM, REGDAY, REGTIM, REGPSN, MODDAY,
001690              MODTIM, MODPSN, VRFSTS, VRFDAY, VRFRSN)
001700         VALUES
001710             (:BT-CNTNUM, :BT-BNKCOD, :BT-BRNCOD,
001720              :BT-ACTTYP, :BT-ACTNUM, :BT-ACTNAM,
001730              :WS-TODAY, :WS-NOWTIME, :BT-PSN,
001740              :WS-TODAY, :WS-NOWTIME, :BT-PSN,
001745              :WS-NEW-VRFSTS, ' ', ' ')
001750     END-EXEC.
001755     PERFORM 2600-LOG-ACCOUNT THRU 2600-EXIT.
001760     MOVE "ADDED   " TO DL-RESULT.
001770     PERFORM 2500-WRITE-DETAIL THRU 2500-EXIT.
001780 2200-EXIT.
001936         PERFORM 2500-WRITE-DETAIL THRU 2500-EXIT
001937         GO TO 2300-EXIT
001938     END-IF.
001939     PERFORM 2350-SET-PRENOTE THRU 2350-EXIT.
001940     EXEC SQL
001950         UPDATE BNKMST
001960            SET BNKCOD = :BT-BNKCOD,
002000                ACTNAM = :BT-ACTNAM,
002010                MODDAY = :WS-TODAY,
002020                MODTIM = :WS-NOWTIME,
002030                MODPSN = :BT-PSN,
002032                VRFSTS = :WS-NEW-VRFSTS,
002034                VRFDAY = :WS-NEW-VRFDAY,
002036                VRFRSN = :WS-NEW-VRFRSN
002040          WHERE CNTNUM = :BT-CNTNUM
002050     END-EXEC.
002055     PERFORM 2600-LOG-ACCOUNT THRU 2600-EXIT.
002060     MOVE "CHANGED " TO DL-RESULT.
002070     PERFORM 2500-WRITE-DETAIL THRU 2500-EXIT.
002080 2300-EXIT.
002200         DELETE FROM BNKMST
002210          WHERE CNTNUM = :BT-CNTNUM
002220     END-EXEC.
002222     MOVE SPACES TO BT-BNKCOD BT-BRNCOD BT-ACTTYP BT-ACTNUM
002224                    BT-ACTNAM.
002226     PERFORM 2600-LOG-ACCOUNT THRU 2600-EXIT.
002230     MOVE "DELETED " TO DL-RESULT.
002240     PERFORM 2500-WRITE-DETAIL THRU 2500-EXIT.
002250 2400-EXIT.
002470     CLOSE PAY107-RPT.
002480 3000-EXIT.
002490     EXIT.
002500******************************************************
002510* 2350-SET-PRENOTE - A CHANGE TO ANY ACCOUNT FIELD PUTS
002520*                    THE ACCOUNT BACK TO VRFSTS N, SO
002530*                    PAY157 PRENOTES THE NEW DETAILS
002540*                    AND PAY108 HOLDS OFF UNTIL THE
002550*                    BANK HAS VERIFIED THEM. A CARD
002560*                    THAT CHANGES NOTHING KEEPS THE
002570*                    STATUS IT HAS
002580******************************************************
002590 2350-SET-PRENOTE.
002600     MOVE PAY_BNKMST-VRFSTS TO WS-NEW-VRFSTS.
002610     MOVE PAY_BNKMST-VRFDAY TO WS-NEW-VRFDAY.
002620     MOVE PAY_BNKMST-VRFRSN TO WS-NEW-VRFRSN.
002630     IF BT-BNKCOD = PAY_BNKMST-BNKCOD
002640        AND BT-BRNCOD = PAY_BNKMST-BRNCOD
002650        AND BT-ACTTYP = PAY_BNKMST-ACTTYP
002660        AND BT-ACTNUM = PAY_BNKMST-ACTNUM
002670        AND BT-ACTNAM = PAY_BNKMST-ACTNAM
002680         GO TO 2350-EXIT
002690     END-IF.
002700     MOVE "N" TO WS-NEW-VRFSTS.
002710     MOVE SPACES TO WS-NEW-VRFDAY WS-NEW-VRFRSN.
002720     IF PAY_BNKMST-VRFSTS NOT = "N"
002730         MOVE "VRFSTS" TO WS-LOG-FLDNAM
002740         MOVE PAY_BNKMST-VRFSTS TO WS-LOG-OLDVAL
002750         MOVE WS-NEW-VRFSTS TO WS-LOG-NEWVAL
002760         PERFORM 2700-LOG-CHANGE THRU 2700-EXIT
002770     END-IF.
002780 2350-EXIT.
002790     EXIT.
002800******************************************************
002810* 2600-LOG-ACCOUNT - ONE CHGLOG ROW PER ACCOUNT FIELD
002820*                    THAT DIFFERS BETWEEN THE ROW AS
002830*                    IT WAS (SPACES ON AN ADD) AND THE
002840*                    CARD (SPACES ON A DELETE)
002850******************************************************
002860 2600-LOG-ACCOUNT.
002870     IF BT-BNKCOD NOT = PAY_BNKMST-BNKCOD
002880         MOVE "BNKCOD" TO WS-LOG-FLDNAM
002890         MOVE PAY_BNKMST-BNKCOD TO WS-LOG-OLDVAL
002900         MOVE BT-BNKCOD TO WS-LOG-NEWVAL
002910         PERFORM 2700-LOG-CHANGE THRU 2700-EXIT
002920     END-IF.
002930     IF BT-BRNCOD NOT = PAY_BNKMST-BRNCOD
002940         MOVE "BRNCOD" TO WS-LOG-FLDNAM
002950         MOVE PAY_BNKMST-BRNCOD TO WS-LOG-OLDVAL
002960         MOVE BT-BRNCOD TO WS-LOG-NEWVAL
002970         PERFORM 2700-LOG-CHANGE THRU 2700-EXIT
002980     END-IF.
002990     IF BT-ACTTYP NOT = PAY_BNKMST-ACTTYP
003000         MOVE "ACTTYP" TO WS-LOG-FLDNAM
003010         MOVE PAY_BNKMST-ACTTYP TO WS-LOG-OLDVAL
003020         MOVE BT-ACTTYP TO WS-LOG-NEWVAL
003030         PERFORM 2700-LOG-CHANGE THRU 2700-EXIT
003040     END-IF.
003050     IF BT-ACTNUM NOT = PAY_BNKMST-ACTNUM
003060         MOVE "ACTNUM" TO WS-LOG-FLDNAM
003070         MOVE PAY_BNKMST-ACTNUM TO WS-LOG-OLDVAL
003080         MOVE BT-ACTNUM TO WS-LOG-NEWVAL
003090         PERFORM 2700-LOG-CHANGE THRU 2700-EXIT
003100     END-IF.
003110     IF BT-ACTNAM(1:20) NOT = PAY_BNKMST-ACTNAM(1:20)
003120         MOVE "ACTNAM" TO WS-LOG-FLDNAM
003130         MOVE PAY_BNKMST-ACTNAM(1:20) TO WS-LOG-OLDVAL
003140         MOVE BT-ACTNAM(1:20) TO WS-LOG-NEWVAL
003150         PERFORM 2700-LOG-CHANGE THRU 2700-EXIT
003160     END-IF.
003170 2600-EXIT.
003180     EXIT.
003190******************************************************
003200* 2700-LOG-CHANGE - INSERT ONE CHANGE-LOG ROW
003210******************************************************
003220 2700-LOG-CHANGE.
003230     EXEC SQL
003240         INSERT INTO CHGLOG
003250             (TABNAM, KEYVAL, FLDNAM, OLDVAL, NEWVAL,
003260              CHGDAY, CHGTIM, CHGPSN)
003270         VALUES
003280             ("BNKMST", :BT-CNTNUM, :WS-LOG-FLDNAM,
003290              :WS-LOG-OLDVAL, :WS-LOG-NEWVAL,
003300              :WS-TODAY, :WS-NOWTIME, :BT-PSN)
003310     END-EXEC.
003320 2700-EXIT.
003330     EXIT.
