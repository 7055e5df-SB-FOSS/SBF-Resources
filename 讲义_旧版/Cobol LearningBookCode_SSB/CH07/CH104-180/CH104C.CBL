       IDENTIFICATION DIVISION.
       PROGRAM-ID. CH104C.
      * STOCKTAKE COUNT ENTRY. LOADS THE COUNTED QUANTITIES
      * FROM COUNTIN.DAT AGAINST THE CH104F FREEZE.DAT
      * SNAPSHOT. AN ITEM NUMBER NOT ON THE SNAPSHOT GOES TO
      * REJECT.DAT (NOT). SEVERAL COUNT LINES FOR ONE ITEM
      * (MORE THAN ONE LOCATION) ARE ADDED TOGETHER. WRITES
      * COUNT.DAT, ONE RECORD PER COUNTED ITEM, FOR CH104S.
      * A RECOUNT IS LOADED BY CORRECTING COUNTIN.DAT AND
      * RUNNING AGAIN - COUNT.DAT IS REBUILT EACH TIME.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FREEZE-FILE ASSIGN TO FREEZE-MSD.
           SELECT COUNTIN-FILE ASSIGN TO COUNTIN-MSD.
           SELECT COUNT-FILE ASSIGN TO COUNT-MSD.
           SELECT PRINT-FILE ASSIGN TO PRINTER-MSD.
           SELECT REJECT-FILE ASSIGN TO REJECT-MSD.
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
       FD COUNTIN-FILE LABEL RECORD IS STANDARD
                       VALUE OF FILE-ID IS "COUNTIN.DAT".
       01 COUNTIN-REC.
        03 CI-NUMBERS   PIC 9(3).
        03 CI-QTY       PIC 9(5).
       FD COUNT-FILE LABEL RECORD IS STANDARD
                     VALUE OF FILE-ID IS "COUNT.DAT".
       01 COUNT-REC.
        03 CT-NUMBERS   PIC 9(3).
        03 CT-QTY       PIC 9(5).
       FD PRINT-FILE LABEL RECORD IS STANDARD
                     VALUE OF FILE-ID IS "PRINT.DAT".
       01 P-REC PIC X(80).
       FD REJECT-FILE LABEL RECORD IS STANDARD
                      VALUE OF FILE-ID IS "REJECT.DAT".
       01 REJECT-REC.
        03 R-NUMBERS    PIC 9(3).
        03 R-QTY        PIC 9(5).
        03 R-REASON     PIC X(3).
       WORKING-STORAGE SECTION.
       77 E-W          PIC X(3).
       01 T-TABLE.
        03 T-ENTRY OCCURS 999.
         05 T-FROZEN   PIC X(1).
         05 T-CNTD     PIC X(1).
         05 T-COUNT    PIC 9(5).
       01 T-X          PIC 9(3).
       01 READ-CT      PIC 9(5).
       01 APPLY-CT     PIC 9(5).
       01 REJ-CT       PIC 9(5).
       01 FROZEN-CT    PIC 9(5).
       01 COUNTED-CT   PIC 9(5).
       01 P-W.
         03 P-NUMBER  PIC 9(3).
         03 FILLER    PIC X(2) VALUE SPACE.
         03 P-QTY     PIC Z(4)9.
         03 FILLER    PIC X(2) VALUE SPACE.
         03 P-COUNT   PIC Z(4)9.
         03 FILLER    PIC X(63) VALUE SPACE.
       01 P-CTL-TOT.
         03 FILLER    PIC X(5) VALUE "READ ".
         03 PL-READ   PIC Z(4)9.
         03 FILLER    PIC X(9) VALUE "  APPLIED".
         03 PL-APPLY  PIC Z(4)9.
         03 FILLER    PIC X(10) VALUE "  REJECTED".
         03 PL-REJ    PIC Z(4)9.
       01 P-CNT-TOT.
         03 FILLER    PIC X(7) VALUE "FROZEN ".
         03 PL-FROZEN PIC Z(4)9.
         03 FILLER    PIC X(9) VALUE "  COUNTED".
         03 PL-CNTD   PIC Z(4)9.
         03 FILLER    PIC X(13) VALUE "  NOT COUNTED".
         03 PL-NCT    PIC Z(4)9.
       PROCEDURE DIVISION.
       G1.
           OPEN INPUT FREEZE-FILE.
           OPEN INPUT COUNTIN-FILE.
           OPEN OUTPUT COUNT-FILE.
           OPEN OUTPUT PRINT-FILE.
           OPEN OUTPUT REJECT-FILE.
           MOVE ZERO TO READ-CT.
           MOVE ZERO TO APPLY-CT.
           MOVE ZERO TO REJ-CT.
           MOVE ZERO TO FROZEN-CT.
           MOVE ZERO TO COUNTED-CT.
           PERFORM CLR VARYING T-X FROM 1 BY 1
               UNTIL T-X > 998.
           MOVE SPACE TO E-W.
           READ FREEZE-FILE
               AT END MOVE "EOD" TO E-W
           END-READ.
           PERFORM LDF UNTIL E-W = "EOD".
           MOVE SPACE TO E-W.
           READ COUNTIN-FILE
               AT END MOVE "EOD" TO E-W
           END-READ.
           PERFORM M UNTIL E-W = "EOD".
           PERFORM OUT VARYING T-X FROM 1 BY 1
               UNTIL T-X > 998.
           PERFORM CTL-TOT.
           CLOSE FREEZE-FILE.
           CLOSE COUNTIN-FILE.
           CLOSE COUNT-FILE.
           CLOSE PRINT-FILE.
           CLOSE REJECT-FILE.
           STOP RUN.
       CLR.
           MOVE "N" TO T-FROZEN (T-X).
           MOVE "N" TO T-CNTD (T-X).
           MOVE ZERO TO T-COUNT (T-X).
       LDF.
           IF FZ-NUMBERS > 0
               MOVE "Y" TO T-FROZEN (FZ-NUMBERS)
               ADD 1 TO FROZEN-CT.
           READ FREEZE-FILE
               AT END MOVE "EOD" TO E-W
           END-READ.
       M.
           ADD 1 TO READ-CT.
           IF CI-NUMBERS > 0 AND CI-NUMBERS < 999
               MOVE CI-NUMBERS TO T-X
               IF T-FROZEN (T-X) = "Y" PERFORM P
               ELSE PERFORM REJ-NOT
           ELSE PERFORM REJ-NOT.
           READ COUNTIN-FILE
               AT END MOVE "EOD" TO E-W
           END-READ.
       P.
           ADD CI-QTY TO T-COUNT (T-X).
           MOVE "Y" TO T-CNTD (T-X).
           ADD 1 TO APPLY-CT.
           MOVE CI-NUMBERS TO P-NUMBER.
           MOVE CI-QTY TO P-QTY.
           MOVE T-COUNT (T-X) TO P-COUNT.
           MOVE P-W TO P-REC.
           WRITE P-REC.
       REJ-NOT.
           MOVE CI-NUMBERS TO R-NUMBERS.
           MOVE CI-QTY TO R-QTY.
           MOVE "NOT" TO R-REASON.
           WRITE REJECT-REC.
           ADD 1 TO REJ-CT.
       OUT.
           IF T-CNTD (T-X) = "Y"
               MOVE T-X TO CT-NUMBERS
               MOVE T-COUNT (T-X) TO CT-QTY
               WRITE COUNT-REC
               ADD 1 TO COUNTED-CT.
       CTL-TOT.
           MOVE READ-CT TO PL-READ.
           MOVE APPLY-CT TO PL-APPLY.
           MOVE REJ-CT TO PL-REJ.
           MOVE P-CTL-TOT TO P-REC.
           WRITE P-REC.
           MOVE FROZEN-CT TO PL-FROZEN.
           MOVE COUNTED-CT TO PL-CNTD.
           SUBTRACT COUNTED-CT FROM FROZEN-CT GIVING PL-NCT.
           MOVE P-CNT-TOT TO P-REC.
           WRITE P-REC.
