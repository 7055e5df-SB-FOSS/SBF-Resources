       IDENTIFICATION DIVISION.
       PROGRAM-ID. CH104F.
      * STOCKTAKE FREEZE. SNAPSHOTS QTY-ON-HAND AND PRICE OF
      * EVERY STOCK.DAT ITEM TO FREEZE.DAT AND PRINTS THE
      * COUNT SHEETS. THE SHEETS CARRY NO BOOK QUANTITY - THE
      * COUNT IS BLIND. CH104C LOADS THE COUNTS, CH104S
      * REPORTS THEM AGAINST THE FROZEN BOOK AND CH104P POSTS
      * THE VARIANCES.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STOCK-FILE ASSIGN TO DISK-MSD
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS SEQUENTIAL
                  RECORD KEY IS NUMBERS
                  FILE STATUS IS STOCK-STATUS.
           SELECT FREEZE-FILE ASSIGN TO FREEZE-MSD.
           SELECT PRINT-FILE ASSIGN TO PRINTER-MSD.
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
       FD FREEZE-FILE LABEL RECORD IS STANDARD
                      VALUE OF FILE-ID IS "FREEZE.DAT".
       01 FREEZE-REC.
        03 FZ-NUMBERS   PIC 9(3).
        03 FZ-QTY       PIC 9(5).
        03 FZ-PRICE     PIC 9(4)V99.
        03 FZ-DATE      PIC 9(8).
        03 FZ-TIME      PIC 9(6).
       FD PRINT-FILE LABEL RECORD IS STANDARD
                     VALUE OF FILE-ID IS "PRINT.DAT".
       01 P-REC PIC X(80).
       WORKING-STORAGE SECTION.
       77 E-W          PIC X(3).
       77 STOCK-STATUS PIC X(2).
       01 W-DATE       PIC 9(8).
       01 W-TIME       PIC 9(6).
       01 ITEM-CT      PIC 9(5).
       01 P-TITLE.
         03 FILLER    PIC X(22) VALUE "STOCKTAKE COUNT SHEET ".
         03 FILLER    PIC X(7) VALUE "FROZEN ".
         03 PT-DATE   PIC 9(8).
         03 FILLER    PIC X(1) VALUE SPACE.
         03 PT-TIME   PIC 9(6).
         03 FILLER    PIC X(36) VALUE SPACE.
       01 P-HEAD.
         03 FILLER    PIC X(40) VALUE
            "ITEM    COUNTED QTY    COUNTED BY  CHECK".
         03 FILLER    PIC X(40) VALUE SPACE.
       01 P-W.
         03 P-NUMBER  PIC 9(3).
         03 FILLER    PIC X(5) VALUE SPACE.
         03 FILLER    PIC X(11) VALUE "___________".
         03 FILLER    PIC X(4) VALUE SPACE.
         03 FILLER    PIC X(10) VALUE "__________".
         03 FILLER    PIC X(2) VALUE SPACE.
         03 FILLER    PIC X(5) VALUE "_____".
         03 FILLER    PIC X(40) VALUE SPACE.
       01 P-CTL-TOT.
         03 FILLER    PIC X(7) VALUE "FROZEN ".
         03 PL-ITEM   PIC Z(4)9.
         03 FILLER    PIC X(6) VALUE " ITEMS".
       PROCEDURE DIVISION.
       G1.
           OPEN INPUT STOCK-FILE.
           OPEN OUTPUT FREEZE-FILE.
           OPEN OUTPUT PRINT-FILE.
           ACCEPT W-DATE FROM DATE YYYYMMDD.
           ACCEPT W-TIME FROM TIME.
           MOVE ZERO TO ITEM-CT.
           MOVE W-DATE TO PT-DATE.
           MOVE W-TIME TO PT-TIME.
           MOVE P-TITLE TO P-REC.
           WRITE P-REC.
           MOVE P-HEAD TO P-REC.
           WRITE P-REC.
           MOVE SPACE TO E-W.
           READ STOCK-FILE
               AT END MOVE "EOD" TO E-W
           END-READ.
           PERFORM M UNTIL E-W = "EOD".
           PERFORM CTL-TOT.
           CLOSE STOCK-FILE.
           CLOSE FREEZE-FILE.
           CLOSE PRINT-FILE.
           STOP RUN.
       M.
           MOVE NUMBERS TO FZ-NUMBERS.
           MOVE QTY-ON-HAND TO FZ-QTY.
           MOVE PRICE TO FZ-PRICE.
           MOVE W-DATE TO FZ-DATE.
           MOVE W-TIME TO FZ-TIME.
           WRITE FREEZE-REC.
           ADD 1 TO ITEM-CT.
           MOVE NUMBERS TO P-NUMBER.
           MOVE P-W TO P-REC.
           WRITE P-REC.
           READ STOCK-FILE
               AT END MOVE "EOD" TO E-W
           END-READ.
       CTL-TOT.
           MOVE ITEM-CT TO PL-ITEM.
           MOVE P-CTL-TOT TO P-REC.
           WRITE P-REC.
