000300*                       FORWARD OVER WEEKENDS AND BUSCAL
000310*                       HOLIDAYS SO THE BANK IS NEVER
000320*                       ASKED TO DEBIT ON A CLOSED DAY
000321*  2026-10-14  K.SATO   AN ACCOUNT THE BANK HAS NOT YET
000322*                       VERIFIED ON A PAY157 PRENOTE
000323*                       (BNKMST VRFSTS N, S OR F) IS
000324*                       NOT COLLECTED ON - IT IS LISTED
000325*                       WITH ITS STATUS AND THE BANK'S
000326*                       REASON CODE FOR FOLLOW-UP
000330******************************************************
000340 ENVIRONMENT DIVISION.
000350 INPUT-OUTPUT SECTION.
000950     03 FILLER           PIC X(011) VALUE "NO ACCOUNT ".
000960     03 NA-CNTNUM        PIC X(009).
000970     03 FILLER           PIC X(060) VALUE SPACES.
000971 01  WS-UNVRF-LINE.
000972     03 FILLER           PIC X(011) VALUE "UNVERIFIED ".
000973     03 UV-CNTNUM        PIC X(009).
000974     03 FILLER           PIC X(009) VALUE "  STATUS ".
000975     03 UV-VRFSTS        PIC X(001).
000976     03 FILLER           PIC X(009) VALUE "  REASON ".
000977     03 UV-VRFRSN        PIC X(002).
000978     03 FILLER           PIC X(039) VALUE SPACES.
000980 01  WS-BADBNK-LINE.
000990     03 FILLER           PIC X(011) VALUE "BAD BANK   ".
001000     03 BB-CNTNUM        PIC X(009).
001510******************************************************
001520 2000-BUILD-REQUEST.
001530     PERFORM 2200-LOOKUP-ACCOUNT THRU 2200-EXIT.
001532     IF WS-ACT-FOUND AND (PAY_BNKMST-VRF-NEW OR
001533        PAY_BNKMST-VRF-SENT OR PAY_BNKMST-VRF-FAILED)
001534         MOVE PAY_GAFMST-CNTNUM TO UV-CNTNUM
001535         MOVE PAY_BNKMST-VRFSTS TO UV-VRFSTS
001536         MOVE PAY_BNKMST-VRFRSN TO UV-VRFRSN
001537         WRITE PAY108-RPT-REC FROM WS-UNVRF-LINE
001538         GO TO 2000-NEXT
001539     END-IF.
001540     IF WS-ACT-FOUND
001550         PERFORM 2250-CHECK-BANK THRU 2250-EXIT
001560         IF WS-DIR-OK
001650         MOVE PAY_GAFMST-CNTNUM TO NA-CNTNUM
001660         WRITE PAY108-RPT-REC FROM WS-NOACT-LINE
001670     END-IF.
001675 2000-NEXT.
001680     PERFORM 2100-FETCH-CONTRACT THRU 2100-EXIT.
001690 2000-EXIT.
001700     EXIT.
001870 2200-LOOKUP-ACCOUNT.
001880     MOVE "N" TO WS-ACT-FOUND-SW.
001890     EXEC SQL
001900         SELECT BNKCOD, BRNCOD, ACTTYP, ACTNUM, ACTNAM,
001905                VRFSTS, VRFRSN
001910           INTO :PAY_BNKMST-BNKCOD, :PAY_BNKMST-BRNCOD,
001920                :PAY_BNKMST-ACTTYP, :PAY_BNKMST-ACTNUM,
001930                :PAY_BNKMST-ACTNAM, :PAY_BNKMST-VRFSTS,
001935                :PAY_BNKMST-VRFRSN
001940           FROM BNKMST
001950          WHERE CNTNUM = :PAY_GAFMST-CNTNUM
001960     END-EXEC.
