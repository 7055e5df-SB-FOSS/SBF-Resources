000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. PAY139.
000030 AUTHOR. K.SATO.
000040 INSTALLATION. SYSTEM DEVELOPMENT DEPT.
000050 DATE-WRITTEN. 2026-09-11.
000060 DATE-COMPILED.
000070******************************************************
000080* MODIFICATION HISTORY
000090*  2026-09-11  K.SATO   INITIAL VERSION - SERVICE DESK
000100*                       AMENDMENT HISTORY. ONE REQUEST
000110*                       CARD PER CNTNUM LISTS THE CURRENT
000120*                       MASTER TERMS AND EVERY CNTAMD
000130*                       AMENDMENT IN EFFDAY ORDER - NEW
000140*                       TERMS, STATUS, KEYING AND
000150*                       APPROVING OPERATOR, THE DAY IT
000160*                       ROLLED ONTO GAFMST AND THE TERMS
000170*                       IT REPLACED
000180******************************************************
000190 ENVIRONMENT DIVISION.
000200 INPUT-OUTPUT SECTION.
000210 FILE-CONTROL.
000220     SELECT INQREQ-FILE ASSIGN TO INQREQIN.
000230     SELECT PAY139-RPT ASSIGN TO PAY139RP.
000240 DATA DIVISION.
000250 FILE SECTION.
000260 FD  INQREQ-FILE
000270     RECORDING MODE IS F
000280     LABEL RECORDS ARE STANDARD.
000290 01  INQREQ-REC.
000300     03 RQ-CNTNUM        PIC X(009).
000310 FD  PAY139-RPT
000320     RECORDING MODE IS F
000330     LABEL RECORDS ARE STANDARD.
000340 01  PAY139-RPT-REC              PIC X(080).
000350 WORKING-STORAGE SECTION.
000360     EXEC SQL INCLUDE SQLCA END-EXEC.
000370     EXEC SQL INCLUDE PAY_GAFMST END-EXEC.
000380     EXEC SQL INCLUDE PAY_CNTAMD END-EXEC.
000390 77  WS-EOF-SW           PIC X(001) VALUE "N".
000400     88 WS-EOF                      VALUE "Y".
000410 77  WS-NOTFND-SW        PIC X(001) VALUE "N".
000420     88 WS-NOTFND                   VALUE "Y".
000430 77  WS-AMD-EOF-SW       PIC X(001) VALUE "N".
000440     88 WS-AMD-EOF                  VALUE "Y".
000450 77  WS-AMD-CNT          PIC S9(005) COMP-3.
000460 01  WS-PAGE-SEP-LINE.
000470     03 FILLER           PIC X(080) VALUE ALL "=".
000480 01  WS-HEAD-LINE.
000490     03 FILLER           PIC X(009) VALUE "CONTRACT ".
000500     03 HD-CNTNUM        PIC X(009).
000510     03 FILLER           PIC X(002) VALUE SPACES.
000520     03 HD-PAYNAM        PIC X(040).
000530     03 FILLER           PIC X(020) VALUE SPACES.
000540 01  WS-TERMS-LINE.
000550     03 FILLER           PIC X(010) VALUE "CURRENT   ".
000560     03 TM-LEAAMT        PIC -(011)9.
000570     03 FILLER           PIC X(006) VALUE "  CYC ".
000580     03 TM-PAYCYC        PIC X(002).
000590     03 FILLER           PIC X(006) VALUE "  BGN ".
000600     03 TM-PAYBGN        PIC X(008).
000610     03 FILLER           PIC X(006) VALUE "  END ".
000620     03 TM-PAYEND        PIC X(008).
000630     03 FILLER           PIC X(009) VALUE "  BILLED ".
000640     03 TM-PAYCNT        PIC ZZ9.
000650     03 FILLER           PIC X(010) VALUE SPACES.
000660 01  WS-COLHEAD-LINE.
000670     03 FILLER           PIC X(021)
000680                         VALUE "EFFDAY    STATUS     ".
000690     03 FILLER           PIC X(014)
000700                         VALUE "      LEAAMT  ".
000710     03 FILLER           PIC X(014)
000720                         VALUE "CY  PAYEND    ".
000730     03 FILLER           PIC X(019)
000740                         VALUE "KEY  APPR  APPLIED ".
000750     03 FILLER           PIC X(012) VALUE SPACES.
000760 01  WS-AMD-LINE.
000770     03 AL-EFFDAY        PIC X(008).
000780     03 FILLER           PIC X(002) VALUE SPACES.
000790     03 AL-STATUS        PIC X(009).
000800     03 FILLER           PIC X(002) VALUE SPACES.
000810     03 AL-LEAAMT        PIC Z(011)9 BLANK WHEN ZERO.
000820     03 FILLER           PIC X(002) VALUE SPACES.
000830     03 AL-PAYCYC        PIC X(002).
000840     03 FILLER           PIC X(002) VALUE SPACES.
000850     03 AL-PAYEND        PIC X(008).
000860     03 FILLER           PIC X(002) VALUE SPACES.
000870     03 AL-ENTPSN        PIC X(004).
000880     03 FILLER           PIC X(001) VALUE SPACES.
000890     03 AL-APRPSN        PIC X(004).
000900     03 FILLER           PIC X(002) VALUE SPACES.
000910     03 AL-APLDAY        PIC X(008).
000920     03 FILLER           PIC X(012) VALUE SPACES.
000930 01  WS-WAS-LINE.
000940     03 FILLER           PIC X(010) VALUE SPACES.
000950     03 FILLER           PIC X(011) VALUE "REPLACED   ".
000960     03 WL-OLDLEA        PIC Z(011)9 BLANK WHEN ZERO.
000970     03 FILLER           PIC X(002) VALUE SPACES.
000980     03 WL-OLDCYC        PIC X(002).
000990     03 FILLER           PIC X(002) VALUE SPACES.
001000     03 WL-OLDEND        PIC X(008).
001010     03 FILLER           PIC X(033) VALUE SPACES.
001020 01  WS-NOAMD-LINE.
001030     03 FILLER           PIC X(023)
001040                         VALUE "NO AMENDMENTS ON RECORD".
001050     03 FILLER           PIC X(057) VALUE SPACES.
001060 01  WS-MSG-LINE             PIC X(080).
001070******************************************************
001080* PROCEDURE DIVISION
001090******************************************************
001100 PROCEDURE DIVISION.
001110 0000-MAINLINE.
001120     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001130     PERFORM 2000-LIST-CONTRACT THRU 2000-EXIT
001140         UNTIL WS-EOF.
001150     PERFORM 3000-TERMINATE THRU 3000-EXIT.
001160     STOP RUN.
001170******************************************************
001180* 1000-INITIALIZE - OPEN FILES, PRIME THE FIRST REQUEST
001190******************************************************
001200 1000-INITIALIZE.
001210     OPEN INPUT INQREQ-FILE.
001220     OPEN OUTPUT PAY139-RPT.
001230     READ INQREQ-FILE
001240         AT END MOVE "Y" TO WS-EOF-SW
001250     END-READ.
001260 1000-EXIT.
001270     EXIT.
001280******************************************************
001290* 2000-LIST-CONTRACT - ONE AMENDMENT HISTORY PER CARD
001300******************************************************
001310 2000-LIST-CONTRACT.
001320     MOVE "N" TO WS-NOTFND-SW.
001330     PERFORM 2100-GET-MASTER THRU 2100-EXIT.
001340     IF NOT WS-NOTFND
001350         WRITE PAY139-RPT-REC FROM WS-PAGE-SEP-LINE
001360         PERFORM 2200-PRINT-MASTER THRU 2200-EXIT
001370         PERFORM 2300-PRINT-AMENDMENTS THRU 2300-EXIT
001380     END-IF.
001390     READ INQREQ-FILE
001400         AT END MOVE "Y" TO WS-EOF-SW
001410     END-READ.
001420 2000-EXIT.
001430     EXIT.
001440******************************************************
001450* 2100-GET-MASTER - THE CONTRACT'S CURRENT TERMS
001460******************************************************
001470 2100-GET-MASTER.
001480     EXEC SQL
001490         SELECT PAYNAM, PAYBGN, PAYEND, PAYCYC, PAYCNT,
001500                LEAAMT
001510           INTO :PAY_GAFMST-PAYNAM, :PAY_GAFMST-PAYBGN,
001520                :PAY_GAFMST-PAYEND, :PAY_GAFMST-PAYCYC,
001530                :PAY_GAFMST-PAYCNT, :PAY_GAFMST-LEAAMT
001540           FROM GAFMST
001550          WHERE CNTNUM = :RQ-CNTNUM
001560     END-EXEC.
001570     IF SQLCODE NOT = 0
001580         MOVE "Y" TO WS-NOTFND-SW
001590         MOVE "PAY139 - CNTNUM NOT ON FILE: " TO WS-MSG-LINE
001600         MOVE RQ-CNTNUM TO WS-MSG-LINE(31:9)
001610         WRITE PAY139-RPT-REC FROM WS-MSG-LINE
001620     END-IF.
001630 2100-EXIT.
001640     EXIT.
001650******************************************************
001660* 2200-PRINT-MASTER - HEADING AND CURRENT TERMS LINES
001670******************************************************
001680 2200-PRINT-MASTER.
001690     MOVE RQ-CNTNUM TO HD-CNTNUM.
001700     MOVE PAY_GAFMST-PAYNAM(1:40) TO HD-PAYNAM.
001710     WRITE PAY139-RPT-REC FROM WS-HEAD-LINE.
001720     MOVE PAY_GAFMST-LEAAMT TO TM-LEAAMT.
001730     MOVE PAY_GAFMST-PAYCYC TO TM-PAYCYC.
001740     MOVE PAY_GAFMST-PAYBGN TO TM-PAYBGN.
001750     MOVE PAY_GAFMST-PAYEND TO TM-PAYEND.
001760     MOVE PAY_GAFMST-PAYCNT TO TM-PAYCNT.
001770     WRITE PAY139-RPT-REC FROM WS-TERMS-LINE.
001780 2200-EXIT.
001790     EXIT.
001800******************************************************
001810* 2300-PRINT-AMENDMENTS - EVERY CNTAMD ROW FOR THE
001820*                         CONTRACT, OLDEST EFFDAY FIRST
001830******************************************************
001840 2300-PRINT-AMENDMENTS.
001850     MOVE "N" TO WS-AMD-EOF-SW.
001860     MOVE ZERO TO WS-AMD-CNT.
001870     EXEC SQL
001880         DECLARE AMDHST-CSR CURSOR FOR
001890             SELECT EFFDAY, LEAAMT, PAYCYC, PAYEND, AMDSTS,
001900                    OLDLEA, OLDCYC, OLDEND, ENTPSN, APRPSN,
001910                    APLDAY
001920               FROM CNTAMD
001930              WHERE CNTNUM = :RQ-CNTNUM
001940              ORDER BY EFFDAY
001950     END-EXEC.
001960     EXEC SQL
001970         OPEN AMDHST-CSR
001980     END-EXEC.
001990     WRITE PAY139-RPT-REC FROM WS-COLHEAD-LINE.
002000     PERFORM 2310-ONE-AMENDMENT THRU 2310-EXIT
002010         UNTIL WS-AMD-EOF.
002020     EXEC SQL
002030         CLOSE AMDHST-CSR
002040     END-EXEC.
002050     IF WS-AMD-CNT = ZERO
002060         WRITE PAY139-RPT-REC FROM WS-NOAMD-LINE
002070     END-IF.
002080 2300-EXIT.
002090     EXIT.
002100 2310-ONE-AMENDMENT.
002110     EXEC SQL
002120         FETCH AMDHST-CSR
002130             INTO :PAY_CNTAMD-EFFDAY, :PAY_CNTAMD-LEAAMT,
002140                  :PAY_CNTAMD-PAYCYC, :PAY_CNTAMD-PAYEND,
002150                  :PAY_CNTAMD-AMDSTS, :PAY_CNTAMD-OLDLEA,
002160                  :PAY_CNTAMD-OLDCYC, :PAY_CNTAMD-OLDEND,
002170                  :PAY_CNTAMD-ENTPSN, :PAY_CNTAMD-APRPSN,
002180                  :PAY_CNTAMD-APLDAY
002190     END-EXEC.
002200     IF SQLCODE NOT = 0
002210         MOVE "Y" TO WS-AMD-EOF-SW
002220         GO TO 2310-EXIT
002230     END-IF.
002240     ADD 1 TO WS-AMD-CNT.
002250     MOVE PAY_CNTAMD-EFFDAY TO AL-EFFDAY.
002260     IF PAY_CNTAMD-APPLIED
002270         MOVE "APPLIED  " TO AL-STATUS
002280     ELSE
002290         IF PAY_CNTAMD-CANCELLED
002300             MOVE "CANCELLED" TO AL-STATUS
002310         ELSE
002320             MOVE "PENDING  " TO AL-STATUS
002330         END-IF
002340     END-IF.
002350     MOVE PAY_CNTAMD-LEAAMT TO AL-LEAAMT.
002360     MOVE PAY_CNTAMD-PAYCYC TO AL-PAYCYC.
002370     MOVE PAY_CNTAMD-PAYEND TO AL-PAYEND.
002380     MOVE PAY_CNTAMD-ENTPSN TO AL-ENTPSN.
002390     MOVE PAY_CNTAMD-APRPSN TO AL-APRPSN.
002400     MOVE PAY_CNTAMD-APLDAY TO AL-APLDAY.
002410     WRITE PAY139-RPT-REC FROM WS-AMD-LINE.
002420     IF PAY_CNTAMD-APPLIED
002430         PERFORM 2320-PRINT-REPLACED THRU 2320-EXIT
002440     END-IF.
002450 2310-EXIT.
002460     EXIT.
002470******************************************************
002480* 2320-PRINT-REPLACED - THE MASTER TERMS AN APPLIED
002490*                       AMENDMENT REPLACED, FOR THE
002500*                       FIELDS IT CHANGED
002510******************************************************
002520 2320-PRINT-REPLACED.
002530     MOVE ZERO TO WL-OLDLEA.
002540     MOVE SPACES TO WL-OLDCYC.
002550     MOVE SPACES TO WL-OLDEND.
002560     IF PAY_CNTAMD-LEAAMT NOT = ZERO
002570         MOVE PAY_CNTAMD-OLDLEA TO WL-OLDLEA
002580     END-IF.
002590     IF PAY_CNTAMD-PAYCYC NOT = SPACES
002600         MOVE PAY_CNTAMD-OLDCYC TO WL-OLDCYC
002610     END-IF.
002620     IF PAY_CNTAMD-PAYEND NOT = SPACES
002630         MOVE PAY_CNTAMD-OLDEND TO WL-OLDEND
002640     END-IF.
002650     WRITE PAY139-RPT-REC FROM WS-WAS-LINE.
002660 2320-EXIT.
002670     EXIT.
002680******************************************************
002690* 3000-TERMINATE - CLOSE UP THE FILES
002700******************************************************
002710 3000-TERMINATE.
002720     CLOSE INQREQ-FILE.
002730     CLOSE PAY139-RPT.
002740 3000-EXIT.
002750     EXIT.
