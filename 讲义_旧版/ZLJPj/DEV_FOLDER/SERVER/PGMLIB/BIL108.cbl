000337*                       PHASE FETCHED LAST, SENDING
000338*                       PAY132 PAYMENTS TO THE WRONG
000339*                       CONTRACT
000340*  2026-09-09  K.SATO   BIL111 CREDIT NOTES PRINT AS
000341*                       "CREDIT" WITH A LINE NAMING THE
000342*                       BILL THEY CANCEL, A TOTAL CREDIT
000343*                       AND NO REMITTANCE LINE. A
000344*                       CORRECTED RE-BILL PRINTS AS A
000345*                       BILL WITH A LINE NAMING THE BILL
000346*                       IT REPLACES
000347******************************************************
000350 ENVIRONMENT DIVISION.
000360 INPUT-OUTPUT SECTION.
000370 FILE-CONTROL.
000780     03 BN-ZIP3          PIC X(003).
000790     03 FILLER           PIC X(059) VALUE SPACES.
000800 01  WS-HEAD-LINE.
000810     03 HD-DOCLBL        PIC X(008) VALUE "BILL NO ".
000820     03 HD-BILNUM        PIC X(009).
000830     03 FILLER           PIC X(008) VALUE "  DRAWN ".
000840     03 HD-DRWJPN        PIC X(006).
000940     03 PD-DAYS          PIC ZZZ9.
000950     03 FILLER           PIC X(006) VALUE " DAYS)".
000960     03 FILLER           PIC X(042) VALUE SPACES.
000961 01  WS-REF-LINE.
000962     03 RF-TEXT          PIC X(030).
000963     03 RF-ORGNUM        PIC X(009).
000964     03 FILLER           PIC X(041) VALUE SPACES.
000970 01  WS-CHARGE-LINE.
000980     03 FILLER           PIC X(013) VALUE "LEASE CHARGE ".
000990     03 CH-BILAMT        PIC -(011)9.99.
001030     03 TX-TAXAMT        PIC -(011)9.99.
001040     03 FILLER           PIC X(052) VALUE SPACES.
001050 01  WS-TOTAL-LINE.
001060     03 TO-LABEL         PIC X(013) VALUE "TOTAL DUE    ".
001070     03 TO-TOTAMT        PIC -(011)9.99.
001080     03 FILLER           PIC X(052) VALUE SPACES.
001090 01  WS-MEMBER-LINE.
001640                    MALNM2, MALADR, MALAD2, MALAD3,
001650                    ADRTYP, SEPNUM, DRWJPN, DUEJPN,
001660                    DAYBGN, DAYEND, BILAMT, TAXAMT,
001670                    TOTAMT, DOCTYP, ORGNUM
001680               FROM BILPRT
001690              WHERE SNDDAY = :WS-RUN-DATE
001700                AND CONFLG <> 'Y'
001950                  :PAY_BILPRT-DRWJPN, :PAY_BILPRT-DUEJPN,
001960                  :PAY_BILPRT-DAYBGN, :PAY_BILPRT-DAYEND,
001970                  :PAY_BILPRT-BILAMT, :PAY_BILPRT-TAXAMT,
001980                  :PAY_BILPRT-TOTAMT, :PAY_BILPRT-DOCTYP,
001985                  :PAY_BILPRT-ORGNUM
001990     END-EXEC.
002000     IF SQLCODE NOT = 0
002010         MOVE "Y" TO WS-EOF-SW.
002070 2200-PRINT-BILL.
002080     PERFORM 2300-BUNDLE-BREAK THRU 2300-EXIT.
002090     PERFORM 2400-PRINT-ADDRESS THRU 2400-EXIT.
002091     IF PAY_BILPRT-DOC-CREDIT
002092         MOVE "CREDIT  " TO HD-DOCLBL
002093         MOVE "TOTAL CREDIT " TO TO-LABEL
002094     ELSE
002095         MOVE "BILL NO " TO HD-DOCLBL
002096         MOVE "TOTAL DUE    " TO TO-LABEL
002097     END-IF.
002100     MOVE PAY_BILPRT-BILNUM TO HD-BILNUM.
002110     MOVE PAY_BILPRT-DRWJPN TO HD-DRWJPN.
002120     MOVE PAY_BILPRT-DUEJPN TO HD-DUEJPN.
002130     WRITE BILIMG-REC FROM WS-HEAD-LINE.
002131     IF PAY_BILPRT-DOC-CREDIT OR PAY_BILPRT-DOC-REBILL
002132         PERFORM 2600-PRINT-REFERENCE THRU 2600-EXIT
002133     END-IF.
002140     MOVE PAY_BILPRT-DAYBGN TO PD-DAYBGN.
002150     MOVE PAY_BILPRT-DAYEND TO PD-DAYEND.
002160     PERFORM 2500-PERIOD-DAYS THRU 2500-EXIT.
002210     WRITE BILIMG-REC FROM WS-TAX-LINE.
002220     MOVE PAY_BILPRT-TOTAMT TO TO-TOTAMT.
002230     WRITE BILIMG-REC FROM WS-TOTAL-LINE.
002231     IF PAY_BILPRT-DOC-CREDIT
002232         GO TO 2200-NEXT
002233     END-IF.
002240     MOVE "9" TO RM-VACTNUM(1:1).
002250     MOVE PAY_BILPRT-CNTNUM TO RM-VACTNUM(2:9).
002260     WRITE BILIMG-REC FROM WS-REMIT-LINE.
002261 2200-NEXT.
002270     ADD 1 TO WS-BILL-CNT.
002280     PERFORM 2100-FETCH-BILL THRU 2100-EXIT.
002290 2200-EXIT.
003960     MOVE ZERO TO WS-CON-SUBTOT.
003970     PERFORM 2300-BUNDLE-BREAK THRU 2300-EXIT.
003980     PERFORM 2400-PRINT-ADDRESS THRU 2400-EXIT.
003985     MOVE "BILL NO " TO HD-DOCLBL.
003986     MOVE "TOTAL DUE    " TO TO-LABEL.
003990     MOVE WS-CON-BILNUM TO HD-BILNUM.
004000     MOVE PAY_BILPRT-DRWJPN TO HD-DRWJPN.
004010     MOVE PAY_BILPRT-DUEJPN TO HD-DUEJPN.
004400     MOVE WS-PRD-DAYS TO PD-DAYS.
004410 2500-EXIT.
004420     EXIT.
004430******************************************************
004440* 2600-PRINT-REFERENCE - THE BILL A CREDIT NOTE CANCELS
004450*                        OR A CORRECTED BILL REPLACES
004460******************************************************
004470 2600-PRINT-REFERENCE.
004480     IF PAY_BILPRT-DOC-CREDIT
004490         MOVE "CREDIT NOTE - CANCELS BILL NO " TO RF-TEXT
004500     ELSE
004510         MOVE "CORRECTED BILL - REPLACES NO  " TO RF-TEXT
004520     END-IF.
004530     MOVE PAY_BILPRT-ORGNUM TO RF-ORGNUM.
004540     WRITE BILIMG-REC FROM WS-REF-LINE.
004550 2600-EXIT.
004560     EXIT.
