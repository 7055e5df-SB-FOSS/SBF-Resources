000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. PAY158.
000030 AUTHOR. K.SATO.
000040 INSTALLATION. SYSTEM DEVELOPMENT DEPT.
000050 DATE-WRITTEN. 2026-10-14.
000060 DATE-COMPILED.
000070******************************************************
000080* MODIFICATION HISTORY
000090*  2026-10-14  K.SATO   INITIAL VERSION - DIRECT-DEBIT
000100*                       PRENOTE RESULTS. EACH BANK ANSWER
000110*                       TO A PAY157 PRENOTE MARKS THE
000120*                       BNKMST ACCOUNT VERIFIED (VRFSTS V)
000130*                       OR FAILED (VRFSTS F) WITH THE
000140*                       BANK'S REASON CODE IN VRFRSN AND A
000150*                       CHGLOG ROW. A FAILED ACCOUNT GOES
000160*                       ON THE PRNWRKOU FOLLOW-UP
000170*                       WORKLIST AND A LETTER ASKING THE
000180*                       CUSTOMER FOR CORRECTED DETAILS,
000190*                       ADDRESSED FROM CLTMST, GOES TO
000200*                       PRNLTROU. AN ANSWER FOR DETAILS
000210*                       CHANGED SINCE THE PRENOTE WAS SENT
000220*                       IS STALE AND ONLY REPORTED - THE
000230*                       NEW DETAILS ARE PRENOTED AGAIN
000240******************************************************
000250 ENVIRONMENT DIVISION.
000260 INPUT-OUTPUT SECTION.
000270 FILE-CONTROL.
000280     SELECT PRNRSL-FILE ASSIGN TO PRNRSLIN.
000290     SELECT PRNWRK-FILE ASSIGN TO PRNWRKOU.
000300     SELECT PRNLTR-FILE ASSIGN TO PRNLTROU.
000310     SELECT PAY158-RPT ASSIGN TO PAY158RP.
000320 DATA DIVISION.
000330 FILE SECTION.
000340 FD  PRNRSL-FILE
000350     RECORDING MODE IS F
000360     LABEL RECORDS ARE STANDARD.
000370 01  PRNRSL-REC.
000380     03 PR-CNTNUM        PIC X(009).
000390     03 PR-BNKCOD        PIC X(004).
000400     03 PR-BRNCOD        PIC X(003).
000410     03 PR-ACTTYP        PIC X(001).
000420     03 PR-ACTNUM        PIC X(007).
000430     03 PR-RSLCOD        PIC X(002).
000440         88 PR-VERIFIED            VALUE "00".
000450 FD  PRNWRK-FILE
000460     RECORDING MODE IS F
000470     LABEL RECORDS ARE STANDARD.
000480 01  PRNWRK-REC                  PIC X(080).
000490 FD  PRNLTR-FILE
000500     RECORDING MODE IS F
000510     LABEL RECORDS ARE STANDARD.
000520 01  PRNLTR-REC                  PIC X(080).
000530 FD  PAY158-RPT
000540     RECORDING MODE IS F
000550     LABEL RECORDS ARE STANDARD.
000560 01  PAY158-RPT-REC              PIC X(080).
000570 WORKING-STORAGE SECTION.
000580     EXEC SQL INCLUDE SQLCA END-EXEC.
000590     EXEC SQL INCLUDE PAY_GAFMST END-EXEC.
000600     EXEC SQL INCLUDE PAY_BNKMST END-EXEC.
000610     EXEC SQL INCLUDE PAY_CHGLOG END-EXEC.
000620     EXEC SQL INCLUDE PAY_CODMST END-EXEC.
000630     EXEC SQL INCLUDE PAY_CLTMST END-EXEC.
000640 77  WS-EOF-SW           PIC X(001) VALUE "N".
000650     88 WS-EOF                      VALUE "Y".
000660 77  WS-FOUND-SW         PIC X(001) VALUE "N".
000670     88 WS-FOUND                    VALUE "Y".
000680 77  WS-BATCH-PSN        PIC X(004) VALUE "PRN1".
000690 77  WS-TODAY            PIC X(008).
000700 77  WS-NOWTIME          PIC X(006).
000710 77  WS-NEW-VRFSTS       PIC X(001).
000720 77  WS-LOG-OLDVAL       PIC X(020).
000730 77  WS-LOG-NEWVAL       PIC X(020).
000740 77  WS-VRF-CNT          PIC S9(007) COMP-3 VALUE ZERO.
000750 77  WS-FAIL-CNT         PIC S9(007) COMP-3 VALUE ZERO.
000760 77  WS-SKIP-CNT         PIC S9(007) COMP-3 VALUE ZERO.
000770 01  WS-WRK-LINE-1.
000780     03 WL-CNTNUM        PIC X(009).
000790     03 FILLER           PIC X(002) VALUE SPACES.
000800     03 WL-PAYNAM        PIC X(030).
000810     03 FILLER           PIC X(010) VALUE "  CLIENT  ".
000820     03 WL-PAYCLT        PIC X(008).
000830     03 FILLER           PIC X(010) VALUE "  FAILED  ".
000840     03 WL-VRFDAY        PIC X(008).
000850     03 FILLER           PIC X(003) VALUE SPACES.
000860 01  WS-WRK-LINE-2.
000870     03 FILLER           PIC X(010) VALUE "  ACCOUNT ".
000880     03 WL-BNKCOD        PIC X(004).
000890     03 FILLER           PIC X(001) VALUE "-".
000900     03 WL-BRNCOD        PIC X(003).
000910     03 FILLER           PIC X(001) VALUE "-".
000920     03 WL-ACTNUM        PIC X(007).
000930     03 FILLER           PIC X(009) VALUE "  REASON ".
000940     03 WL-RSLCOD        PIC X(002).
000950     03 FILLER           PIC X(001) VALUE SPACES.
000960     03 WL-RSNDSC        PIC X(030).
000970     03 FILLER           PIC X(012) VALUE SPACES.
000980 01  WS-LTR-HEAD-LINE.
000990     03 FILLER           PIC X(034) VALUE
001000         "DIRECT DEBIT ACCOUNT VERIFICATION ".
001010     03 FILLER           PIC X(008) VALUE "  DATED ".
001020     03 LH-LTRDAY        PIC X(008).
001030     03 FILLER           PIC X(030) VALUE SPACES.
001040 01  WS-LTR-NAME-LINE.
001050     03 FILLER           PIC X(003) VALUE SPACES.
001060     03 LN-PAYNAM        PIC X(060).
001070     03 FILLER           PIC X(017) VALUE SPACES.
001080 01  WS-LTR-ADR-LINE.
001090     03 FILLER           PIC X(003) VALUE SPACES.
001100     03 LD-ADRTXT        PIC X(042).
001110     03 FILLER           PIC X(035) VALUE SPACES.
001120 01  WS-LTR-CNT-LINE.
001130     03 FILLER           PIC X(010) VALUE "CONTRACT  ".
001140     03 LC-CNTNUM        PIC X(009).
001150     03 FILLER           PIC X(061) VALUE SPACES.
001160 01  WS-LTR-ACT-LINE.
001170     03 FILLER           PIC X(010) VALUE "ACCOUNT   ".
001180     03 LA-BNKCOD        PIC X(004).
001190     03 FILLER           PIC X(001) VALUE "-".
001200     03 LA-BRNCOD        PIC X(003).
001210     03 FILLER           PIC X(001) VALUE "-".
001220     03 LA-ACTNUM        PIC X(007).
001230     03 FILLER           PIC X(002) VALUE SPACES.
001240     03 LA-ACTNAM        PIC X(030).
001250     03 FILLER           PIC X(022) VALUE SPACES.
001260 01  WS-LTR-RSN-LINE.
001270     03 FILLER           PIC X(010) VALUE "REASON    ".
001280     03 LR-RSNDSC        PIC X(030).
001290     03 FILLER           PIC X(040) VALUE SPACES.
001300 01  WS-LTR-TEXT-LINE            PIC X(080).
001310 01  WS-LTR-SEP-LINE.
001320     03 FILLER           PIC X(080) VALUE ALL "=".
001330 01  WS-DETAIL-LINE.
001340     03 DL-RESULT        PIC X(009).
001350     03 FILLER           PIC X(002) VALUE SPACES.
001360     03 DL-CNTNUM        PIC X(009).
001370     03 FILLER           PIC X(002) VALUE SPACES.
001380     03 DL-BNKCOD        PIC X(004).
001390     03 FILLER           PIC X(001) VALUE "-".
001400     03 DL-BRNCOD        PIC X(003).
001410     03 FILLER           PIC X(001) VALUE "-".
001420     03 DL-ACTNUM        PIC X(007).
001430     03 FILLER           PIC X(002) VALUE SPACES.
001440     03 DL-RSLCOD        PIC X(002).
001450     03 FILLER           PIC X(038) VALUE SPACES.
001460 01  WS-TOTAL-LINE.
001470     03 FILLER           PIC X(009) VALUE "VERIFIED ".
001480     03 TL-VERIFIED      PIC -(007)9.
001490     03 FILLER           PIC X(009) VALUE "  FAILED ".
001500     03 TL-FAILED        PIC -(007)9.
001510     03 FILLER           PIC X(010) VALUE "  SKIPPED ".
001520     03 TL-SKIPPED       PIC -(007)9.
001530     03 FILLER           PIC X(028) VALUE SPACES.
001540******************************************************
001550* PROCEDURE DIVISION
001560******************************************************
001570 PROCEDURE DIVISION.
001580 0000-MAINLINE.
001590     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001600     PERFORM 2000-APPLY-RESULT THRU 2000-EXIT
001610         UNTIL WS-EOF.
001620     PERFORM 3000-TERMINATE THRU 3000-EXIT.
001630     STOP RUN.
001640******************************************************
001650* 1000-INITIALIZE - OPEN FILES, PRIME THE FIRST READ
001660******************************************************
001670 1000-INITIALIZE.
001680     OPEN INPUT PRNRSL-FILE.
001690     OPEN OUTPUT PRNWRK-FILE.
001700     OPEN OUTPUT PRNLTR-FILE.
001710     OPEN OUTPUT PAY158-RPT.
001720     ACCEPT WS-TODAY FROM DATE YYYYMMDD.
001730     ACCEPT WS-NOWTIME FROM TIME.
001740     READ PRNRSL-FILE
001750         AT END MOVE "Y" TO WS-EOF-SW
001760     END-READ.
001770 1000-EXIT.
001780     EXIT.
001790******************************************************
001800* 2000-APPLY-RESULT - MATCH THE ANSWER TO THE ACCOUNT
001810*                     THAT WAS PRENOTED, THEN MARK IT
001820*                     VERIFIED OR FAILED
001830******************************************************
001840 2000-APPLY-RESULT.
001850     PERFORM 2100-LOOKUP-ACCOUNT THRU 2100-EXIT.
001860     IF NOT WS-FOUND
001870         ADD 1 TO WS-SKIP-CNT
001880         MOVE "NOT FND " TO DL-RESULT
001890         PERFORM 2600-WRITE-DETAIL THRU 2600-EXIT
001900         GO TO 2000-NEXT
001910     END-IF.
001920     IF NOT PAY_BNKMST-VRF-SENT
001930        OR PR-BNKCOD NOT = PAY_BNKMST-BNKCOD
001940        OR PR-BRNCOD NOT = PAY_BNKMST-BRNCOD
001950        OR PR-ACTTYP NOT = PAY_BNKMST-ACTTYP
001960        OR PR-ACTNUM NOT = PAY_BNKMST-ACTNUM
001970         ADD 1 TO WS-SKIP-CNT
001980         MOVE "STALE   " TO DL-RESULT
001990         PERFORM 2600-WRITE-DETAIL THRU 2600-EXIT
002000         GO TO 2000-NEXT
002010     END-IF.
002020     IF PR-VERIFIED
002030         MOVE "V" TO WS-NEW-VRFSTS
002040         PERFORM 2200-MARK-ACCOUNT THRU 2200-EXIT
002050         ADD 1 TO WS-VRF-CNT
002060         MOVE "VERIFIED" TO DL-RESULT
002070     ELSE
002080         MOVE "F" TO WS-NEW-VRFSTS
002090         PERFORM 2200-MARK-ACCOUNT THRU 2200-EXIT
002100         ADD 1 TO WS-FAIL-CNT
002110         MOVE "FAILED  " TO DL-RESULT
002120         PERFORM 2300-FOLLOW-UP THRU 2300-EXIT
002130     END-IF.
002140     PERFORM 2600-WRITE-DETAIL THRU 2600-EXIT.
002150 2000-NEXT.
002160     READ PRNRSL-FILE
002170         AT END MOVE "Y" TO WS-EOF-SW
002180     END-READ.
002190 2000-EXIT.
002200     EXIT.
002210******************************************************
002220* 2100-LOOKUP-ACCOUNT - THE ACCOUNT AS IT IS ON FILE NOW
002230******************************************************
002240 2100-LOOKUP-ACCOUNT.
002250     MOVE "N" TO WS-FOUND-SW.
002260     EXEC SQL
002270         SELECT BNKCOD, BRNCOD, ACTTYP, ACTNUM, ACTNAM,
002280                VRFSTS
002290           INTO :PAY_BNKMST-BNKCOD, :PAY_BNKMST-BRNCOD,
002300                :PAY_BNKMST-ACTTYP, :PAY_BNKMST-ACTNUM,
002310                :PAY_BNKMST-ACTNAM, :PAY_BNKMST-VRFSTS
002320           FROM BNKMST
002330          WHERE CNTNUM = :PR-CNTNUM
002340     END-EXEC.
002350     IF SQLCODE = 0
002360         MOVE "Y" TO WS-FOUND-SW.
002370 2100-EXIT.
002380     EXIT.
002390******************************************************
002400* 2200-MARK-ACCOUNT - VRFSTS S TO V OR F, DATED, WITH
002410*                     THE BANK'S CODE AND A CHANGE-LOG
002420*                     ROW
002430******************************************************
002440 2200-MARK-ACCOUNT.
002450     EXEC SQL
002460         UPDATE BNKMST
002470            SET VRFSTS = :WS-NEW-VRFSTS,
002480                VRFDAY = :WS-TODAY,
002490                VRFRSN = :PR-RSLCOD,
002500                MODDAY = :WS-TODAY,
002510                MODTIM = :WS-NOWTIME,
002520                MODPSN = :WS-BATCH-PSN
002530          WHERE CNTNUM = :PR-CNTNUM
002540     END-EXEC.
002550     MOVE PAY_BNKMST-VRFSTS TO WS-LOG-OLDVAL.
002560     MOVE WS-NEW-VRFSTS TO WS-LOG-NEWVAL.
002570     EXEC SQL
002580         INSERT INTO CHGLOG
002590             (TABNAM, KEYVAL, FLDNAM, OLDVAL, NEWVAL,
002600              CHGDAY, CHGTIM, CHGPSN)
002610         VALUES
002620             ("BNKMST", :PR-CNTNUM, "VRFSTS",
002630              :WS-LOG-OLDVAL, :WS-LOG-NEWVAL,
002640              :WS-TODAY, :WS-NOWTIME, :WS-BATCH-PSN)
002650     END-EXEC.
002660 2200-EXIT.
002670     EXIT.
002680******************************************************
002690* 2300-FOLLOW-UP - A FAILED ACCOUNT GOES ON THE
002700*                  WORKLIST AND THE CUSTOMER IS ASKED
002710*                  BY LETTER FOR CORRECTED DETAILS. NO
002720*                  CONTRACT ON GAFMST, NO ONE TO WRITE
002730*                  TO - 2000 REPORTS IT AS NO CNTRCT
002740******************************************************
002750 2300-FOLLOW-UP.
002760     MOVE SPACES TO PAY_GAFMST-PAYCLT PAY_GAFMST-PAYNAM.
002770     EXEC SQL
002780         SELECT PAYCLT, PAYNAM
002790           INTO :PAY_GAFMST-PAYCLT, :PAY_GAFMST-PAYNAM
002800           FROM GAFMST
002810          WHERE CNTNUM = :PR-CNTNUM
002820     END-EXEC.
002830     IF SQLCODE NOT = 0
002840         MOVE "NO CNTRCT" TO DL-RESULT
002850         GO TO 2300-EXIT
002860     END-IF.
002870     PERFORM 2350-GET-REASON THRU 2350-EXIT.
002880     MOVE PR-CNTNUM TO WL-CNTNUM.
002890     MOVE PAY_GAFMST-PAYNAM TO WL-PAYNAM.
002900     MOVE PAY_GAFMST-PAYCLT TO WL-PAYCLT.
002910     MOVE WS-TODAY TO WL-VRFDAY.
002920     WRITE PRNWRK-REC FROM WS-WRK-LINE-1.
002930     MOVE PR-BNKCOD TO WL-BNKCOD.
002940     MOVE PR-BRNCOD TO WL-BRNCOD.
002950     MOVE PR-ACTNUM TO WL-ACTNUM.
002960     MOVE PR-RSLCOD TO WL-RSLCOD.
002970     MOVE PAY_CODMST-CODDSC TO WL-RSNDSC.
002980     WRITE PRNWRK-REC FROM WS-WRK-LINE-2.
002990     PERFORM 2400-WRITE-LETTER THRU 2400-EXIT.
003000 2300-EXIT.
003010     EXIT.
003020******************************************************
003030* 2350-GET-REASON - THE BANK'S CODE IN WORDS FROM THE
003040*                   VRSN CODES ON THE CODE MASTER
003050******************************************************
003060 2350-GET-REASON.
003070     MOVE SPACES TO PAY_CODMST-CODDSC.
003080     EXEC SQL
003090         SELECT CODDSC
003100           INTO :PAY_CODMST-CODDSC
003110           FROM CODMST
003120          WHERE CODTYP = 'VRSN'
003130            AND CODVAL = :PR-RSLCOD
003140     END-EXEC.
003150     IF SQLCODE NOT = 0
003160         MOVE "ACCOUNT NOT CONFIRMED BY BANK"
003170             TO PAY_CODMST-CODDSC
003180     END-IF.
003190 2350-EXIT.
003200     EXIT.
003210******************************************************
003220* 2400-WRITE-LETTER - ONE DATED LETTER IMAGE ASKING FOR
003230*                     CORRECTED ACCOUNT DETAILS
003240******************************************************
003250 2400-WRITE-LETTER.
003260     MOVE WS-TODAY TO LH-LTRDAY.
003270     WRITE PRNLTR-REC FROM WS-LTR-HEAD-LINE.
003280     MOVE PAY_GAFMST-PAYNAM TO LN-PAYNAM.
003290     WRITE PRNLTR-REC FROM WS-LTR-NAME-LINE.
003300     PERFORM 2450-WRITE-ADDRESS THRU 2450-EXIT.
003310     MOVE PR-CNTNUM TO LC-CNTNUM.
003320     WRITE PRNLTR-REC FROM WS-LTR-CNT-LINE.
003330     MOVE PR-BNKCOD TO LA-BNKCOD.
003340     MOVE PR-BRNCOD TO LA-BRNCOD.
003350     MOVE PR-ACTNUM TO LA-ACTNUM.
003360     MOVE PAY_BNKMST-ACTNAM TO LA-ACTNAM.
003370     WRITE PRNLTR-REC FROM WS-LTR-ACT-LINE.
003380     MOVE PAY_CODMST-CODDSC TO LR-RSNDSC.
003390     WRITE PRNLTR-REC FROM WS-LTR-RSN-LINE.
003400     MOVE "YOUR BANK COULD NOT CONFIRM THE ACCOUNT ABOVE FOR"
003410         TO WS-LTR-TEXT-LINE.
003420     WRITE PRNLTR-REC FROM WS-LTR-TEXT-LINE.
003430     MOVE "THE DIRECT DEBIT OF YOUR LEASE PAYMENTS. PLEASE"
003440         TO WS-LTR-TEXT-LINE.
003450     WRITE PRNLTR-REC FROM WS-LTR-TEXT-LINE.
003460     MOVE "SEND US THE CORRECT BANK, BRANCH, ACCOUNT NUMBER"
003470         TO WS-LTR-TEXT-LINE.
003480     WRITE PRNLTR-REC FROM WS-LTR-TEXT-LINE.
003490     MOVE "AND ACCOUNT HOLDER NAME. UNTIL THEN PAYMENTS"
003500         TO WS-LTR-TEXT-LINE.
003510     WRITE PRNLTR-REC FROM WS-LTR-TEXT-LINE.
003520     MOVE "CANNOT BE COLLECTED BY DIRECT DEBIT."
003530         TO WS-LTR-TEXT-LINE.
003540     WRITE PRNLTR-REC FROM WS-LTR-TEXT-LINE.
003550     WRITE PRNLTR-REC FROM WS-LTR-SEP-LINE.
003560 2400-EXIT.
003570     EXIT.
003580******************************************************
003590* 2450-WRITE-ADDRESS - MAILING ADDRESS LINES FROM CLTMST
003600******************************************************
003610 2450-WRITE-ADDRESS.
003620     EXEC SQL
003630         SELECT MALADR, MALAD2, MALAD3, ZIPCOD
003640           INTO :PAY_CLTMST-MALADR, :PAY_CLTMST-MALAD2,
003650                :PAY_CLTMST-MALAD3, :PAY_CLTMST-ZIPCOD
003660           FROM CLTMST
003670          WHERE PAYCLT = :PAY_GAFMST-PAYCLT
003680     END-EXEC.
003690     IF SQLCODE NOT = 0
003700         GO TO 2450-EXIT
003710     END-IF.
003720     MOVE PAY_CLTMST-ZIPCOD TO LD-ADRTXT.
003730     WRITE PRNLTR-REC FROM WS-LTR-ADR-LINE.
003740     MOVE PAY_CLTMST-MALADR TO LD-ADRTXT.
003750     WRITE PRNLTR-REC FROM WS-LTR-ADR-LINE.
003760     IF PAY_CLTMST-MALAD2 NOT = SPACES
003770         MOVE PAY_CLTMST-MALAD2 TO LD-ADRTXT
003780         WRITE PRNLTR-REC FROM WS-LTR-ADR-LINE
003790     END-IF.
003800     IF PAY_CLTMST-MALAD3 NOT = SPACES
003810         MOVE PAY_CLTMST-MALAD3 TO LD-ADRTXT
003820         WRITE PRNLTR-REC FROM WS-LTR-ADR-LINE
003830     END-IF.
003840 2450-EXIT.
003850     EXIT.
003860******************************************************
003870* 2600-WRITE-DETAIL - ECHO THE ANSWER TO THE REGISTER
003880******************************************************
003890 2600-WRITE-DETAIL.
003900     MOVE PR-CNTNUM TO DL-CNTNUM.
003910     MOVE PR-BNKCOD TO DL-BNKCOD.
003920     MOVE PR-BRNCOD TO DL-BRNCOD.
003930     MOVE PR-ACTNUM TO DL-ACTNUM.
003940     MOVE PR-RSLCOD TO DL-RSLCOD.
003950     WRITE PAY158-RPT-REC FROM WS-DETAIL-LINE.
003960 2600-EXIT.
003970     EXIT.
003980******************************************************
003990* 3000-TERMINATE - CONTROL COUNTS, COMMIT THE WORK
004000******************************************************
004010 3000-TERMINATE.
004020     MOVE WS-VRF-CNT TO TL-VERIFIED.
004030     MOVE WS-FAIL-CNT TO TL-FAILED.
004040     MOVE WS-SKIP-CNT TO TL-SKIPPED.
004050     WRITE PAY158-RPT-REC FROM WS-TOTAL-LINE.
004060     EXEC SQL
004070         COMMIT
004080     END-EXEC.
004090     CLOSE PRNRSL-FILE.
004100     CLOSE PRNWRK-FILE.
004110     CLOSE PRNLTR-FILE.
004120     CLOSE PAY158-RPT.
004130 3000-EXIT.
004140     EXIT.
