       IDENTIFICATION DIVISION.
       PROGRAM-ID. CH104S.
      * STOCKTAKE VARIANCE REPORT. FOR EVERY ITEM ON THE
      * CH104F FREEZE.DAT SNAPSHOT SHOWS THE FROZEN BOOK
      * QUANTITY, THE CH104C COUNT FROM COUNT.DAT AND THE
      * VARIANCE (COUNT LESS BOOK) IN UNITS AND AT THE FROZEN
      * PRICE. AN ITEM NOT COUNTED IS FLAGGED NCT AND CARRIES
      * NO VARIANCE. EVERY NON-ZERO VARIANCE IS WRITTEN TO
      * VARIANCE.DAT FOR CH104P TO POST ONCE THE SUPERVISOR
      * HAS SIGNED THIS REPORT OFF.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FREEZE-FILE ASSIGN TO FREEZE-MSD.
           SELECT COUNT-FILE ASSIGN TO COUNT-MSD.
           SELECT VARIANCE-FILE ASSIGN TO VARIANCE-MSD.
           SELECT PRINT-FILE ASSIGN TO PRINTER-MSD.
       DATA DIVISION.
       FILE   SECTION.
       FD FREEZE-FILE LABEL RECORD IS STANDARD
                      VALUE OF FILE-ID IS "FREEZE.DAT".
       01 FREEZE-REC.
        03 FZ-NUMBERS   PIC 9(3).
        03 FZ-QTY       PIC 9(5).
        03 FZ-PRICE     PIC 9(4)V99.
        03 FZ-DATE      PIC 9(8).
        03 FZ-TIME      PIC 9(6).
       FD COUNT-FILE LABEL RECORD IS STANDARD
                     VALUE OF FILE-ID IS "COUNT.DAT".
       01 COUNT-REC.
        03 CT-NUMBERS   PIC 9(3).
        03 CT-QTY       PIC 9(5).
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
       WORKING-STORAGE SECTION.
       77 E-W          PIC X(3).
       01 T-TABLE.
        03 T-ENTRY OCCURS 999.
         05 T-CNTD     PIC X(1).
         05 T-COUNT    PIC 9(5).
       01 T-X          PIC 9(3).
       01 W-VAR        PIC S9(6).
       01 W-BVAL       PIC 9(9)V99.
       01 W-CVAL       PIC 9(9)V99.
       01 W-VVAL       PIC S9(9)V99.
       01 TOT-BVAL     PIC 9(11)V99.
       01 TOT-CVAL     PIC 9(11)V99.
       01 TOT-VVAL     PIC S9(11)V99.
       01 VAR-CT       PIC 9(5).
       01 NCT-CT       PIC 9(5).
       01 P-HEAD.
        03 FILLER PIC X(40) VALUE
           "ITEM  BOOK  COUNT   VAR    PRICE  BOOK V".
        03 FILLER PIC X(40) VALUE
           "ALUE    VAR VALUE  FLAG                 ".
       01 P-W.
        03 P-NUMBER  PIC 9(3).
        03 FILLER    PIC X(1) VALUE SPACE.
        03 P-BOOK    PIC ZZZZZ9.
        03 FILLER    PIC X(1) VALUE SPACE.
        03 P-COUNT   PIC ZZZZZ9.
        03 P-VAR     PIC ZZZZZ9-.
        03 P-PRICE   PIC ZZZZ9.99.
        03 P-BVAL    PIC Z(8)9.99.
        03 FILLER    PIC X(1) VALUE SPACE.
        03 P-VVAL    PIC Z(8)9.99-.
        03 FILLER    PIC X(1) VALUE SPACE.
        03 P-FLAG    PIC X(3).
        03 FILLER    PIC X(18) VALUE SPACE.
       01 P-TOT.
        03 FILLER    PIC X(11) VALUE "BOOK VALUE ".
        03 PT-BVAL   PIC Z(10)9.99.
        03 FILLER    PIC X(13) VALUE "  COUNT VALUE".
        03 PT-CVAL   PIC Z(10)9.99.
       01 P-TOT2.
        03 FILLER    PIC X(15) VALUE "VARIANCE VALUE ".
        03 PT-VVAL   PIC Z(10)9.99-.
        03 FILLER    PIC X(12) VALUE "  ITEMS VAR ".
        03 PT-VAR    PIC ZZZZ9.
        03 FILLER    PIC X(13) VALUE "  NOT COUNTED".
        03 PT-NCT    PIC ZZZZ9.
       PROCEDURE DIVISION.
       G1.
           OPEN INPUT FREEZE-FILE.
           OPEN INPUT COUNT-FILE.
           OPEN OUTPUT VARIANCE-FILE.
           OPEN OUTPUT PRINT-FILE.
           MOVE ZERO TO TOT-BVAL.
           MOVE ZERO TO TOT-CVAL.
           MOVE ZERO TO TOT-VVAL.
           MOVE ZERO TO VAR-CT.
           MOVE ZERO TO NCT-CT.
           PERFORM CLR VARYING T-X FROM 1 BY 1
               UNTIL T-X > 998.
           MOVE SPACE TO E-W.
           READ COUNT-FILE
               AT END MOVE "EOD" TO E-W
           END-READ.
           PERFORM LDC UNTIL E-W = "EOD".
           MOVE P-HEAD TO P-REC.
           WRITE P-REC.
           MOVE SPACE TO E-W.
           READ FREEZE-FILE
               AT END MOVE "EOD" TO E-W
           END-READ.
           PERFORM RPT UNTIL E-W = "EOD".
           PERFORM TOT.
           CLOSE FREEZE-FILE.
           CLOSE COUNT-FILE.
           CLOSE VARIANCE-FILE.
           CLOSE PRINT-FILE.
           STOP RUN.
       CLR.
           MOVE "N" TO T-CNTD (T-X).
           MOVE ZERO TO T-COUNT (T-X).
       LDC.
           MOVE "Y" TO T-CNTD (CT-NUMBERS).
           MOVE CT-QTY TO T-COUNT (CT-NUMBERS).
           READ COUNT-FILE
               AT END MOVE "EOD" TO E-W
           END-READ.
       RPT.
           MOVE FZ-NUMBERS TO T-X.
           COMPUTE W-BVAL = FZ-QTY * FZ-PRICE.
           ADD W-BVAL TO TOT-BVAL.
           MOVE FZ-NUMBERS TO P-NUMBER.
           MOVE FZ-QTY TO P-BOOK.
           MOVE FZ-PRICE TO P-PRICE.
           MOVE W-BVAL TO P-BVAL.
           IF T-X > 0 AND T-X < 999 AND T-CNTD (T-X) = "Y"
               PERFORM VAR
           ELSE
               MOVE ZERO TO P-COUNT
               MOVE ZERO TO P-VAR
               MOVE ZERO TO P-VVAL
               MOVE "NCT" TO P-FLAG
               ADD 1 TO NCT-CT.
           MOVE P-W TO P-REC.
           WRITE P-REC.
           READ FREEZE-FILE
               AT END MOVE "EOD" TO E-W
           END-READ.
       VAR.
           COMPUTE W-VAR = T-COUNT (T-X) - FZ-QTY.
           COMPUTE W-CVAL = T-COUNT (T-X) * FZ-PRICE.
           COMPUTE W-VVAL = W-VAR * FZ-PRICE.
           ADD W-CVAL TO TOT-CVAL.
           ADD W-VVAL TO TOT-VVAL.
           MOVE T-COUNT (T-X) TO P-COUNT.
           MOVE W-VAR TO P-VAR.
           MOVE W-VVAL TO P-VVAL.
           IF W-VAR = ZERO
               MOVE SPACE TO P-FLAG
           ELSE
               MOVE "VAR" TO P-FLAG
               ADD 1 TO VAR-CT
               MOVE FZ-NUMBERS TO VR-NUMBERS
               MOVE FZ-QTY TO VR-BOOK
               MOVE T-COUNT (T-X) TO VR-COUNT
               MOVE W-VAR TO VR-QTY
               WRITE VARIANCE-REC.
       TOT.
           MOVE TOT-BVAL TO PT-BVAL.
           MOVE TOT-CVAL TO PT-CVAL.
           MOVE P-TOT TO P-REC.
           WRITE P-REC.
           MOVE TOT-VVAL TO PT-VVAL.
           MOVE VAR-CT TO PT-VAR.
           MOVE NCT-CT TO PT-NCT.
           MOVE P-TOT2 TO P-REC.
           WRITE P-REC.
