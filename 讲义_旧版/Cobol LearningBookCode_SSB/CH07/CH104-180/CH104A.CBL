       IDENTIFICATION DIVISION.
       PROGRAM-ID. CH104A.
      * PERIOD SALES ANALYSIS. TOTALS THE MOVE.DAT SALES (S,
      * LESS COUNTER RETURNS C) DATED IN THE ABCPARM.DAT
      * PERIOD PER STOCK.DAT ITEM, IN UNITS AND AT PRICE, AND
      * RANKS THE ITEMS BY SALES VALUE. AN ITEM IS CLASS A
      * WHILE THE CUMULATIVE SHARE BEFORE IT IS UNDER THE A
      * CUT-OFF, B UNDER THE B CUT-OFF, C AFTER THAT OR WITH
      * NO SALES. TURNOVER IS UNITS SOLD OVER THE AVERAGE OF
      * THE OPENING AND CLOSING QTY-ON-HAND FOR THE PERIOD,
      * BOTH ROLLED BACK FROM STOCK.DAT THROUGH THE MOVEMENTS.
      * THE SLOW-MOVING SECTION LISTS STOCKED ITEMS WITH NO
      * SALE IN THE LAST SLOW-DAYS DAYS OF THE PERIOD AND THE
      * STOCK VALUE TIED UP IN THEM. THE CLASS OF EVERY ITEM
      * GOES TO ABC.DAT, WHERE CH104M SHOWS IT WHEN THE
      * REORDER LEVEL IS REVIEWED.
      * ABCPARM.DAT - FROM/TO DATES (ZERO FROM = ALL HISTORY,
      * ZERO TO = TODAY), A AND B CUT-OFF PERCENT (DEFAULT 80
      * AND 95) AND SLOW-DAYS (DEFAULT 90).
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STOCK-FILE ASSIGN TO DISK-MSD
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS SEQUENTIAL
                  RECORD KEY IS NUMBERS
                  FILE STATUS IS STOCK-STATUS.
           SELECT PARM-FILE ASSIGN TO ABCPARM-MSD.
           SELECT MOVE-FILE ASSIGN TO MOVE-MSD.
           SELECT ABC-FILE ASSIGN TO ABC-MSD
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS AB-NUMBERS
                  FILE STATUS IS ABC-STATUS.
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
       FD PARM-FILE LABEL RECORD IS STANDARD
                    VALUE OF FILE-ID IS "ABCPARM.DAT".
       01 PARM-REC.
        03 AP-FROM      PIC 9(8).
        03 AP-TO        PIC 9(8).
        03 AP-A-CUT     PIC 9(3).
        03 AP-B-CUT     PIC 9(3).
        03 AP-SLOW      PIC 9(3).
       FD MOVE-FILE LABEL RECORD IS STANDARD
                    VALUE OF FILE-ID IS "MOVE.DAT".
       01 MOVE-REC.
        03 M-NUMBERS    PIC 9(3).
        03 M-TYPE       PIC X(1).
        03 M-QTY        PIC S9(5).
        03 M-OPER       PIC X(3).
        03 M-DATE       PIC 9(8).
        03 M-TIME       PIC 9(6).
       FD ABC-FILE LABEL RECORD IS STANDARD
                   VALUE OF FILE-ID IS "ABC.DAT".
       01 ABC-REC.
        03 AB-NUMBERS   PIC 9(3).
        03 AB-CLASS     PIC X(1).
        03 AB-RANK      PIC 9(3).
        03 AB-UNITS     PIC S9(7).
        03 AB-VALUE     PIC S9(9)V99.
        03 AB-TURNS     PIC 9(3)V99.
        03 AB-FROM      PIC 9(8).
        03 AB-TO        PIC 9(8).
       FD PRINT-FILE LABEL RECORD IS STANDARD
                     VALUE OF FILE-ID IS "PRINT.DAT".
       01 P-REC PIC X(80).
       WORKING-STORAGE SECTION.
       77 E-W          PIC X(3).
       77 STOCK-STATUS PIC X(2).
       77 ABC-STATUS   PIC X(2).
       01 W-DATE       PIC 9(8).
       01 W-FROM       PIC 9(8).
       01 W-TO         PIC 9(8).
       01 W-A-CUT      PIC 9(3).
       01 W-B-CUT      PIC 9(3).
       01 W-SLOW       PIC 9(3).
       01 W-SQ         PIC S9(6).
       01 W-END-QTY    PIC S9(7).
       01 W-BEG-QTY    PIC S9(7).
       01 W-AVG        PIC S9(7)V9.
       01 W-TURNS      PIC 9(3)V99.
       01 W-PCT        PIC S9(3)V99.
       01 W-DAYS       PIC 9(5).
       01 W-TIED       PIC 9(9)V99.
       01 T-TABLE.
        03 T-ENTRY OCCURS 999.
         05 T-ON       PIC X(1).
         05 T-PRICE    PIC 9(4)V99.
         05 T-QOH      PIC 9(5).
         05 T-UNITS    PIC S9(7).
         05 T-VALUE    PIC S9(9)V99.
         05 T-NET-IN   PIC S9(7).
         05 T-NET-AFT  PIC S9(7).
         05 T-LAST     PIC 9(8).
         05 T-RANK     PIC 9(3).
       01 T-X          PIC 9(3).
       01 BEST-X       PIC 9(3).
       01 ON-CT        PIC 9(3).
       01 RANK-NO      PIC 9(3).
       01 TOT-VALUE    PIC S9(11)V99.
       01 CUM-PCT      PIC S9(5)V99.
       01 W-CLASS      PIC X(1).
       01 C-TABLE.
        03 C-ENTRY OCCURS 3.
         05 C-CT       PIC 9(5).
         05 C-VALUE    PIC S9(11)V99.
       01 C-X          PIC 9(1).
       01 SLOW-CT      PIC 9(5).
       01 SLOW-VALUE   PIC 9(11)V99.
       01 P-TITLE.
         03 FILLER    PIC X(15) VALUE "SALES ANALYSIS ".
         03 PT-FROM   PIC 9(8).
         03 FILLER    PIC X(4) VALUE " TO ".
         03 PT-TO     PIC 9(8).
         03 FILLER    PIC X(7) VALUE "  A/B  ".
         03 PT-A-CUT  PIC ZZ9.
         03 FILLER    PIC X(1) VALUE "/".
         03 PT-B-CUT  PIC ZZ9.
         03 FILLER    PIC X(31) VALUE SPACE.
       01 P-HEAD.
         03 FILLER    PIC X(40) VALUE
            "RNK ITM    UNITS         VALUE    PCT CU".
         03 FILLER    PIC X(40) VALUE
            "MPCT  C   AVG OH   TURNS                ".
       01 P-W.
         03 P-RANK    PIC ZZ9.
         03 FILLER    PIC X(1) VALUE SPACE.
         03 P-NUMBER  PIC 9(3).
         03 FILLER    PIC X(1) VALUE SPACE.
         03 P-UNITS   PIC ZZZZZZ9-.
         03 FILLER    PIC X(1) VALUE SPACE.
         03 P-VALUE   PIC Z(8)9.99-.
         03 FILLER    PIC X(1) VALUE SPACE.
         03 P-PCT     PIC ZZ9.99.
         03 FILLER    PIC X(1) VALUE SPACE.
         03 P-CUM     PIC ZZ9.99.
         03 FILLER    PIC X(2) VALUE SPACE.
         03 P-CLASS   PIC X(1).
         03 FILLER    PIC X(2) VALUE SPACE.
         03 P-AVG     PIC ZZZZZZ9.
         03 FILLER    PIC X(1) VALUE SPACE.
         03 P-TURNS   PIC ZZZ9.99.
         03 FILLER    PIC X(16) VALUE SPACE.
       01 P-CLS.
         03 FILLER    PIC X(6) VALUE "CLASS ".
         03 PC-CLASS  PIC X(1).
         03 FILLER    PIC X(7) VALUE "  ITEMS".
         03 PC-CT     PIC ZZZZ9.
         03 FILLER    PIC X(7) VALUE "  VALUE".
         03 PC-VALUE  PIC Z(10)9.99-.
       01 P-SLOW-TITLE.
         03 FILLER    PIC X(25) VALUE "SLOW-MOVING - NO SALE IN ".
         03 PS-DAYS   PIC ZZ9.
         03 FILLER    PIC X(5) VALUE " DAYS".
         03 FILLER    PIC X(47) VALUE SPACE.
       01 P-SLOW-HEAD.
         03 FILLER    PIC X(40) VALUE
            "ITM  LAST SALE  DAYS  ON HAND          V".
         03 FILLER    PIC X(40) VALUE
            "ALUE                                    ".
       01 P-S.
         03 P2-NUMBER PIC 9(3).
         03 FILLER    PIC X(2) VALUE SPACE.
         03 P2-LAST   PIC X(9).
         03 FILLER    PIC X(1) VALUE SPACE.
         03 P2-DAYS   PIC ZZZZ9.
         03 FILLER    PIC X(2) VALUE SPACE.
         03 P2-ONHAND PIC ZZZZZZ9.
         03 FILLER    PIC X(2) VALUE SPACE.
         03 P2-VALUE  PIC Z(9)9.99.
         03 FILLER    PIC X(36) VALUE SPACE.
       01 P-SLOW-TOT.
         03 FILLER    PIC X(11) VALUE "SLOW ITEMS ".
         03 PS-CT     PIC ZZZZ9.
         03 FILLER    PIC X(13) VALUE "  TIED VALUE ".
         03 PS-VALUE  PIC Z(10)9.99.
       PROCEDURE DIVISION.
       G1.
           OPEN INPUT PARM-FILE.
           OPEN INPUT STOCK-FILE.
           OPEN INPUT MOVE-FILE.
           OPEN OUTPUT ABC-FILE.
           OPEN OUTPUT PRINT-FILE.
           ACCEPT W-DATE FROM DATE YYYYMMDD.
           PERFORM PRM.
           MOVE ZERO TO ON-CT.
           MOVE ZERO TO TOT-VALUE.
           MOVE ZERO TO CUM-PCT.
           MOVE ZERO TO SLOW-CT.
           MOVE ZERO TO SLOW-VALUE.
           PERFORM CLR VARYING T-X FROM 1 BY 1
               UNTIL T-X > 998.
           PERFORM CLC VARYING C-X FROM 1 BY 1
               UNTIL C-X > 3.
           MOVE SPACE TO E-W.
           READ STOCK-FILE
               AT END MOVE "EOD" TO E-W
           END-READ.
           PERFORM LDS UNTIL E-W = "EOD".
           MOVE SPACE TO E-W.
           READ MOVE-FILE
               AT END MOVE "EOD" TO E-W
           END-READ.
           PERFORM LDM UNTIL E-W = "EOD".
           PERFORM VAL VARYING T-X FROM 1 BY 1
               UNTIL T-X > 998.
           MOVE W-FROM TO PT-FROM.
           MOVE W-TO TO PT-TO.
           MOVE W-A-CUT TO PT-A-CUT.
           MOVE W-B-CUT TO PT-B-CUT.
           MOVE P-TITLE TO P-REC.
           WRITE P-REC.
           MOVE P-HEAD TO P-REC.
           WRITE P-REC.
           MOVE ZERO TO RANK-NO.
           PERFORM RNK ON-CT TIMES.
           PERFORM CLS VARYING C-X FROM 1 BY 1
               UNTIL C-X > 3.
           MOVE W-SLOW TO PS-DAYS.
           MOVE P-SLOW-TITLE TO P-REC.
           WRITE P-REC.
           MOVE P-SLOW-HEAD TO P-REC.
           WRITE P-REC.
           PERFORM SLW VARYING T-X FROM 1 BY 1
               UNTIL T-X > 998.
           MOVE SLOW-CT TO PS-CT.
           MOVE SLOW-VALUE TO PS-VALUE.
           MOVE P-SLOW-TOT TO P-REC.
           WRITE P-REC.
           CLOSE PARM-FILE.
           CLOSE STOCK-FILE.
           CLOSE MOVE-FILE.
           CLOSE ABC-FILE.
           CLOSE PRINT-FILE.
           STOP RUN.
       PRM.
           MOVE ZERO TO AP-FROM.
           MOVE ZERO TO AP-TO.
           MOVE ZERO TO AP-A-CUT.
           MOVE ZERO TO AP-B-CUT.
           MOVE ZERO TO AP-SLOW.
           READ PARM-FILE
               AT END CONTINUE
           END-READ.
           MOVE AP-FROM TO W-FROM.
           MOVE AP-TO TO W-TO.
           IF W-TO = ZERO MOVE W-DATE TO W-TO.
           MOVE AP-A-CUT TO W-A-CUT.
           IF W-A-CUT = ZERO MOVE 80 TO W-A-CUT.
           MOVE AP-B-CUT TO W-B-CUT.
           IF W-B-CUT = ZERO MOVE 95 TO W-B-CUT.
           MOVE AP-SLOW TO W-SLOW.
           IF W-SLOW = ZERO MOVE 90 TO W-SLOW.
       CLR.
           MOVE "N" TO T-ON (T-X).
           MOVE ZERO TO T-PRICE (T-X).
           MOVE ZERO TO T-QOH (T-X).
           MOVE ZERO TO T-UNITS (T-X).
           MOVE ZERO TO T-VALUE (T-X).
           MOVE ZERO TO T-NET-IN (T-X).
           MOVE ZERO TO T-NET-AFT (T-X).
           MOVE ZERO TO T-LAST (T-X).
           MOVE ZERO TO T-RANK (T-X).
       CLC.
           MOVE ZERO TO C-CT (C-X).
           MOVE ZERO TO C-VALUE (C-X).
       LDS.
           IF NUMBERS > 0 AND NUMBERS < 999
               MOVE "Y" TO T-ON (NUMBERS)
               MOVE PRICE TO T-PRICE (NUMBERS)
               MOVE QTY-ON-HAND TO T-QOH (NUMBERS)
               ADD 1 TO ON-CT.
           READ STOCK-FILE
               AT END MOVE "EOD" TO E-W
           END-READ.
       LDM.
           IF M-NUMBERS > 0 AND M-NUMBERS < 999
               PERFORM LDM-1.
           READ MOVE-FILE
               AT END MOVE "EOD" TO E-W
           END-READ.
       LDM-1.
           MOVE M-NUMBERS TO T-X.
           IF M-TYPE = "S"
               COMPUTE W-SQ = ZERO - M-QTY
           ELSE
               MOVE M-QTY TO W-SQ.
           IF M-DATE > W-TO
               ADD W-SQ TO T-NET-AFT (T-X)
           ELSE
               IF M-TYPE = "S" AND M-DATE > T-LAST (T-X)
                   MOVE M-DATE TO T-LAST (T-X)
               END-IF
               IF M-DATE NOT LESS THAN W-FROM
                   ADD W-SQ TO T-NET-IN (T-X)
                   IF M-TYPE = "S"
                       ADD M-QTY TO T-UNITS (T-X)
                   ELSE IF M-TYPE = "C"
                       SUBTRACT M-QTY FROM T-UNITS (T-X).
       VAL.
           IF T-ON (T-X) = "Y"
               COMPUTE T-VALUE (T-X) = T-UNITS (T-X) * T-PRICE (T-X)
               ADD T-VALUE (T-X) TO TOT-VALUE.
       RNK.
           MOVE ZERO TO BEST-X.
           PERFORM FND VARYING T-X FROM 1 BY 1
               UNTIL T-X > 998.
           ADD 1 TO RANK-NO.
           MOVE RANK-NO TO T-RANK (BEST-X).
           MOVE BEST-X TO T-X.
           IF TOT-VALUE > ZERO
               COMPUTE W-PCT ROUNDED = T-VALUE (T-X) * 100 / TOT-VALUE
           ELSE
               MOVE ZERO TO W-PCT.
           IF T-VALUE (T-X) NOT > ZERO
               MOVE "C" TO W-CLASS
           ELSE IF CUM-PCT < W-A-CUT
               MOVE "A" TO W-CLASS
           ELSE IF CUM-PCT < W-B-CUT
               MOVE "B" TO W-CLASS
           ELSE
               MOVE "C" TO W-CLASS.
           ADD W-PCT TO CUM-PCT.
           PERFORM AVG.
           MOVE RANK-NO TO P-RANK.
           MOVE T-X TO P-NUMBER.
           MOVE T-UNITS (T-X) TO P-UNITS.
           MOVE T-VALUE (T-X) TO P-VALUE.
           MOVE W-PCT TO P-PCT.
           MOVE CUM-PCT TO P-CUM.
           MOVE W-CLASS TO P-CLASS.
           MOVE W-AVG TO P-AVG.
           MOVE W-TURNS TO P-TURNS.
           MOVE P-W TO P-REC.
           WRITE P-REC.
           IF W-CLASS = "A" MOVE 1 TO C-X
           ELSE IF W-CLASS = "B" MOVE 2 TO C-X
           ELSE MOVE 3 TO C-X.
           ADD 1 TO C-CT (C-X).
           ADD T-VALUE (T-X) TO C-VALUE (C-X).
           MOVE T-X TO AB-NUMBERS.
           MOVE W-CLASS TO AB-CLASS.
           MOVE RANK-NO TO AB-RANK.
           MOVE T-UNITS (T-X) TO AB-UNITS.
           MOVE T-VALUE (T-X) TO AB-VALUE.
           MOVE W-TURNS TO AB-TURNS.
           MOVE W-FROM TO AB-FROM.
           MOVE W-TO TO AB-TO.
           WRITE ABC-REC.
       FND.
           IF T-ON (T-X) = "Y" AND T-RANK (T-X) = ZERO
               IF BEST-X = ZERO
                   MOVE T-X TO BEST-X
               ELSE IF T-VALUE (T-X) > T-VALUE (BEST-X)
                   MOVE T-X TO BEST-X.
       AVG.
           COMPUTE W-END-QTY = T-QOH (T-X) - T-NET-AFT (T-X).
           COMPUTE W-BEG-QTY = W-END-QTY - T-NET-IN (T-X).
           COMPUTE W-AVG = (W-BEG-QTY + W-END-QTY) / 2.
           IF W-AVG > ZERO AND T-UNITS (T-X) > ZERO
               COMPUTE W-TURNS ROUNDED = T-UNITS (T-X) / W-AVG
           ELSE
               MOVE ZERO TO W-TURNS.
       CLS.
           IF C-X = 1 MOVE "A" TO PC-CLASS
           ELSE IF C-X = 2 MOVE "B" TO PC-CLASS
           ELSE MOVE "C" TO PC-CLASS.
           MOVE C-CT (C-X) TO PC-CT.
           MOVE C-VALUE (C-X) TO PC-VALUE.
           MOVE P-CLS TO P-REC.
           WRITE P-REC.
       SLW.
           IF T-ON (T-X) = "Y" AND T-QOH (T-X) > ZERO
               IF T-LAST (T-X) = ZERO
                   PERFORM SLW-P
               ELSE
                   COMPUTE W-DAYS =
                       FUNCTION INTEGER-OF-DATE (W-TO)
                     - FUNCTION INTEGER-OF-DATE (T-LAST (T-X))
                   IF W-DAYS > W-SLOW PERFORM SLW-P.
       SLW-P.
           COMPUTE W-TIED = T-QOH (T-X) * T-PRICE (T-X).
           ADD 1 TO SLOW-CT.
           ADD W-TIED TO SLOW-VALUE.
           MOVE T-X TO P2-NUMBER.
           IF T-LAST (T-X) = ZERO
               MOVE "NEVER" TO P2-LAST
               MOVE ZERO TO P2-DAYS
           ELSE
               MOVE T-LAST (T-X) TO P2-LAST
               MOVE W-DAYS TO P2-DAYS.
           MOVE T-QOH (T-X) TO P2-ONHAND.
           MOVE W-TIED TO P2-VALUE.
           MOVE P-S TO P-REC.
           WRITE P-REC.
