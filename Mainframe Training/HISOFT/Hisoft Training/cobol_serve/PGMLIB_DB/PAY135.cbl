000250*                       SECTION - WITHOUT IT THE FLAG
000260*                       REFLECTED ALL-TIME HISTORY, NOT
000270*                       THE NIGHT BEING CERTIFIED
000271*  2026-09-28  K.SATO   NEW SECTION FOR THE WEEKLY PAY150
000272*                       INTEGRITY SWEEP - THE LATEST RUN ON
000273*                       OR BEFORE THE BUSINESS DATE WITH
000274*                       ITS STATUS AND EXCEPTION COUNT
000280******************************************************
000290 ENVIRONMENT DIVISION.
000300 INPUT-OUTPUT SECTION.
000610 77  WS-ELE-PND          PIC S9(007) COMP-3.
000620 77  WS-ELE-SNT          PIC S9(007) COMP-3.
000630 77  WS-ELE-FAL          PIC S9(007) COMP-3.
000631 77  WS-RI-BUSDAY        PIC X(008).
000640 01  WS-PAGE-HEAD.
000650     03 FILLER           PIC X(027) VALUE
000660         "END-OF-DAY CONTROL REPORT  ".
001110     03 FILLER           PIC X(008) VALUE "  STATUS".
001120     03 BA-RUNSTS        PIC X(001).
001130     03 FILLER           PIC X(051) VALUE SPACES.
001131 01  WS-INT-LINE.
001132     03 FILLER           PIC X(013) VALUE "  EXCEPTIONS ".
001133     03 IN-EXCCNT        PIC -(006)9.
001134     03 FILLER           PIC X(008) VALUE "  STATUS".
001135     03 IN-RUNSTS        PIC X(001).
001136     03 FILLER           PIC X(008) VALUE "  RUN ON".
001137     03 IN-BUSDAY        PIC X(008).
001138     03 FILLER           PIC X(035) VALUE SPACES.
001140******************************************************
001150* PROCEDURE DIVISION
001160******************************************************
001230     PERFORM 5000-SECT-BILLNUM THRU 5000-EXIT.
001240     PERFORM 6000-SECT-EBILL THRU 6000-EXIT.
001250     PERFORM 7000-SECT-BALANCE THRU 7000-EXIT.
001255     PERFORM 7500-SECT-INTEGRITY THRU 7500-EXIT.
001260     PERFORM 9000-TERMINATE THRU 9000-EXIT.
001270     STOP RUN.
001280******************************************************
003830     CLOSE PAY135-RPT.
003840 9000-EXIT.
003850     EXIT.
003860******************************************************
003870* 7500-SECT-INTEGRITY - THE WEEKLY PAY150 SWEEP: LATEST
003880*                       RUN ON OR BEFORE THE DATE, ITS
003890*                       STATUS AND EXCEPTION COUNT
003900******************************************************
003910 7500-SECT-INTEGRITY.
003920     MOVE "INTEGRITY SWEEP (PAY150)" TO SC-TITLE.
003930     EXEC SQL
003940         SELECT BUSDAY, RUNSTS, EXCCNT
003950           INTO :WS-RI-BUSDAY, :PAY_RUNCTL-RUNSTS,
003960                :PAY_RUNCTL-EXCCNT
003970           FROM RUNCTL
003980          WHERE PGMNAM = 'PAY150'
003990            AND BUSDAY =
004000                (SELECT MAX(BUSDAY) FROM RUNCTL
004010                  WHERE PGMNAM = 'PAY150'
004020                    AND BUSDAY <= :WS-BUSDAY)
004030     END-EXEC.
004040     IF SQLCODE NOT = 0
004050         MOVE "REVIEW" TO SC-FLAG
004060         MOVE ZERO TO PAY_RUNCTL-EXCCNT
004070         MOVE "?" TO PAY_RUNCTL-RUNSTS
004080         MOVE SPACES TO WS-RI-BUSDAY
004090     ELSE
004100         IF PAY_RUNCTL-RUNSTS = "C"
004110             MOVE "PASS  " TO SC-FLAG
004120         ELSE
004130             MOVE "REVIEW" TO SC-FLAG
004140         END-IF
004150     END-IF.
004160     WRITE PAY135-RPT-REC FROM WS-SECT-LINE.
004170     MOVE PAY_RUNCTL-EXCCNT TO IN-EXCCNT.
004180     MOVE PAY_RUNCTL-RUNSTS TO IN-RUNSTS.
004190     MOVE WS-RI-BUSDAY TO IN-BUSDAY.
004200     WRITE PAY135-RPT-REC FROM WS-INT-LINE.
004210 7500-EXIT.
004220     EXIT.
