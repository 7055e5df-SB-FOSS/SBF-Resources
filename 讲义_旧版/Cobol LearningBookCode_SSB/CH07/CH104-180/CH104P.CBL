       IDENTIFICATION DIVISION.
       PROGRAM-ID. CH104P.
      * STOCKTAKE VARIANCE POSTING. RUN ONCE THE SUPERVISOR
      * HAS SIGNED OFF THE CH104S VARIANCE REPORT. ASKS FOR
      * THE SUPERVISOR ID AND POSTS NOTHING WITHOUT ONE. EACH
      * VARIANCE.DAT VARIANCE IS ADDED INTO QTY-ON-HAND AND
      * WRITTEN TO MOVE.DAT AS A SIGNED "K" STOCKTAKE MOVEMENT
      * UNDER THE SUPERVISOR ID, SO THE NEXT CH104V PROVES. AN
      * ITEM RETIRED SINCE THE FREEZE (NOT) OR ONE THE
      * VARIANCE WOULD TAKE BELOW ZERO (NEG) GOES TO
      * REJECT.DAT. VARIANCE.DAT AND COUNT.DAT ARE EMPTIED
      * AFTER POSTING SO NEITHER A SECOND RUN NOR A RERUN OF
      * CH104S CAN POST THE SAME STOCKTAKE TWICE.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STOCK-FILE ASSIGN TO DISK-MSD
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS NUMBERS
                  FILE STATUS IS STOCK-STATUS.
           SELECT VARIANCE-FILE ASSIGN TO VARIANCE-MSD.
           SELECT PRINT-FILE ASSIGN TO PRINTER-MSD.
           SELECT REJECT-FILE ASSIGN TO REJECT-MSD.
           SELECT MOVE-FILE ASSIGN TO MOVE-MSD.
           SELECT COUNT-FILE ASSIGN TO COUNT-MSD.
       DATA DIVISION.
       FILE   SECTION.
       FD STOCK-FILE LABEL RECORD IS STANDARD
                      VALUE OF FILE-ID IS "STOCK.DAT".
       01 STOCK-REC.
        03 NUMBERS      PIC 9(3).
        03 PRICE        PIC 9(4)V99.
        03 QTY-ON-HAND  PIC 9(5).
        03 REORDER-LVL  PIC 9(5).
        03 QTY-ON-ORDER PIC 9(5).
       FD VARIANCE-FILE LABEL RECORD IS STANDARD
                        VALUE OF FILE-ID IS "VARIANCE.DAT".
       01 VARIANCE-REC.
        03 VR-NUMBERS   PIC 9(3).
        03 VR-BOOK      PIC 9(5).
        03 VR-COUNT     PIC 9(5).
        03 VR-QTY       PIC S9(5).
       FD PRINT-FILE LABEL RECORD IS STANDARD
                     VALUE OF FILE-ID IS "PRINT.DAT".
       01 P-REC PIC X(80).
       FD REJECT-FILE LABEL RECORD IS STANDARD
                      VALUE OF FILE-ID IS "REJECT.DAT".
       01 REJECT-REC.
        03 R-NUMBERS    PIC 9(3).
        03 R-QTY        PIC S9(5).
        03 R-REASON     PIC X(3).
       FD MOVE-FILE LABEL RECORD IS STANDARD
                    VALUE OF FILE-ID IS "MOVE.DAT".
       01 MOVE-REC.
        03 M-NUMBERS    PIC 9(3).
        03 M-TYPE       PIC X(1).
        03 M-QTY        PIC S9(5).
        03 M-OPER       PIC X(3).
        03 M-DATE       PIC 9(8).
        03 M-TIME       PIC 9(6).
       FD COUNT-FILE LABEL RECORD IS STANDARD
                     VALUE OF FILE-ID IS "COUNT.DAT".
       01 COUNT-REC.
        03 CT-NUMBERS   PIC 9(3).
        03 CT-QTY       PIC 9(5).
       WORKING-STORAGE SECTION.
       77 E-W          PIC X(3).
       77 SUP-ID       PIC X(3).
       01 W-DATE       PIC 9(8).
       01 W-TIME       PIC 9(6).
       77 STOCK-STATUS PIC X(2).
       01 W-NEW        PIC S9(6).
       01 READ-CT      PIC 9(5).
       01 APPLY-CT     PIC 9(5).
       01 REJ-CT       PIC 9(5).
       01 P-W.
         03 P-NUMBER  PIC 9(3).
         03 FILLER    PIC X(2) VALUE SPACE.
         03 P-QTY     PIC ZZZZ9-.
         03 FILLER    PIC X(2) VALUE SPACE.
         03 P-ONHAND  PIC Z(4)9.
         03 FILLER    PIC X(2) VALUE SPACE.
         03 P-SUP     PIC X(3).
         03 FILLER    PIC X(57) VALUE SPACE.
       01 P-CTL-TOT.
         03 FILLER    PIC X(5) VALUE "READ ".
         03 PL-READ   PIC Z(4)9.
         03 FILLER    PIC X(9) VALUE "  APPLIED".
         03 PL-APPLY  PIC Z(4)9.
         03 FILLER    PIC X(10) VALUE "  REJECTED".
         03 PL-REJ    PIC Z(4)9.
       PROCEDURE DIVISION.
       G1.
           DISPLAY "STOCKTAKE VARIANCE POSTING".
           DISPLAY "INPUT SUPERVISOR".
           ACCEPT SUP-ID.
           IF SUP-ID = SPACE
               DISPLAY "NO SUPERVISOR - NOTHING POSTED"
           ELSE
               PERFORM PST.
           STOP RUN.
       PST.
           OPEN I-O STOCK-FILE.
           OPEN INPUT VARIANCE-FILE.
           OPEN OUTPUT PRINT-FILE.
           OPEN OUTPUT REJECT-FILE.
           OPEN EXTEND MOVE-FILE.
           ACCEPT W-DATE FROM DATE YYYYMMDD.
           ACCEPT W-TIME FROM TIME.
           MOVE ZERO TO READ-CT.
           MOVE ZERO TO APPLY-CT.
           MOVE ZERO TO REJ-CT.
           MOVE SPACE TO E-W.
           READ VARIANCE-FILE
               AT END MOVE "EOD" TO E-W
           END-READ.
           PERFORM M UNTIL E-W = "EOD".
           PERFORM CTL-TOT.
           CLOSE STOCK-FILE.
           CLOSE VARIANCE-FILE.
           CLOSE PRINT-FILE.
           CLOSE REJECT-FILE.
           CLOSE MOVE-FILE.
           OPEN OUTPUT VARIANCE-FILE.
           CLOSE VARIANCE-FILE.
           OPEN OUTPUT COUNT-FILE.
           CLOSE COUNT-FILE.
       M.
           ADD 1 TO READ-CT.
           PERFORM A.
           READ VARIANCE-FILE
               AT END MOVE "EOD" TO E-W
           END-READ.
       A.
           MOVE VR-NUMBERS TO NUMBERS.
           READ STOCK-FILE
               INVALID KEY MOVE "NOT" TO E-W
               NOT INVALID KEY MOVE "END" TO E-W
           END-READ.
           IF E-W = "END"
               COMPUTE W-NEW = QTY-ON-HAND + VR-QTY
               IF W-NEW < ZERO PERFORM REJ-NEG
               ELSE PERFORM P
           ELSE PERFORM REJ-NOT.
           MOVE SPACE TO E-W.
       P.
           MOVE W-NEW TO QTY-ON-HAND.
           REWRITE STOCK-REC.
           PERFORM MOV.
           ADD 1 TO APPLY-CT.
           MOVE VR-NUMBERS TO P-NUMBER.
           MOVE VR-QTY TO P-QTY.
           MOVE QTY-ON-HAND TO P-ONHAND.
           MOVE SUP-ID TO P-SUP.
           MOVE P-W TO P-REC.
           WRITE P-REC.
       MOV.
           MOVE NUMBERS TO M-NUMBERS.
           MOVE "K" TO M-TYPE.
           MOVE VR-QTY TO M-QTY.
           MOVE SUP-ID TO M-OPER.
           MOVE W-DATE TO M-DATE.
           MOVE W-TIME TO M-TIME.
           WRITE MOVE-REC.
       REJ-NOT.
           MOVE VR-NUMBERS TO R-NUMBERS.
           MOVE VR-QTY TO R-QTY.
           MOVE "NOT" TO R-REASON.
           WRITE REJECT-REC.
           ADD 1 TO REJ-CT.
       REJ-NEG.
           MOVE VR-NUMBERS TO R-NUMBERS.
           MOVE VR-QTY TO R-QTY.
           MOVE "NEG" TO R-REASON.
           WRITE REJECT-REC.
           ADD 1 TO REJ-CT.
       CTL-TOT.
           MOVE READ-CT TO PL-READ.
           MOVE APPLY-CT TO PL-APPLY.
           MOVE REJ-CT TO PL-REJ.
           MOVE P-CTL-TOT TO P-REC.
           WRITE P-REC.
