      * MONTH-END STOCK MOVEMENT AND VALUATION REPORT.
      * ROLLS THE MOVE.DAT MOVEMENT LEDGER FORWARD FROM THE
      * OPENBAL.DAT OPENING SNAPSHOT - SALES OUT, RECEIPTS IN,
      * COUNTER RETURNS BACK IN, ADJUSTMENTS SIGNED - AND
      * PROVES THE COMPUTED CLOSING QUANTITY AGAINST THE
      * ACTUAL QTY-ON-HAND ON STOCK.DAT, VALUING THE ACTUAL
      * STOCK AT PRICE. ITEMS THAT DO NOT
      * PROVE ARE FLAGGED DIF FOR THE STOCKTAKE AUDITORS.
      * WRITES NEXT MONTH'S OPENING SNAPSHOT TO NEWBAL.DAT.
       ENVIRONMENT DIVISION.
         05 T-OPEN     PIC S9(7).
         05 T-IN       PIC S9(7).
         05 T-OUT      PIC S9(7).
         05 T-RET      PIC S9(7).
         05 T-ADJ      PIC S9(7).
       01 T-X          PIC 9(3).
       01 W-COMPUTED   PIC S9(7).
       01 TOT-VALUE    PIC 9(11)V99.
       01 DIF-CT       PIC 9(3).
       01 P-HEAD.
        03 FILLER PIC X(51) VALUE
           "ITEM   OPEN     IN    OUT    RET    ADJ  CLOSE ACTL".
        03 FILLER PIC X(18) VALUE "      VALUE   FLAG".
        03 FILLER PIC X(11) VALUE SPACE.
       01 P-W.
        03 P-NUMBER  PIC 9(3).
        03 FILLER    PIC X(1) VALUE SPACE.
        03 P-OPEN    PIC ZZZZZ9-.
        03 P-IN      PIC ZZZZZ9-.
        03 P-OUT     PIC ZZZZZ9-.
        03 P-RET     PIC ZZZZZ9-.
        03 P-ADJ     PIC ZZZZZ9-.
        03 P-CLOSE   PIC ZZZZZ9-.
        03 P-ACTL    PIC ZZZZ9.
        03 P-VALUE   PIC Z(8)9.99.
        03 FILLER    PIC X(2) VALUE SPACE.
        03 P-FLAG    PIC X(3).
        03 FILLER    PIC X(4) VALUE SPACE.
       01 P-TOT.
        03 FILLER    PIC X(12) VALUE "STOCK VALUE ".
        03 PT-VALUE  PIC Z(10)9.99.
           MOVE ZERO TO T-OPEN (T-X).
           MOVE ZERO TO T-IN (T-X).
           MOVE ZERO TO T-OUT (T-X).
           MOVE ZERO TO T-RET (T-X).
           MOVE ZERO TO T-ADJ (T-X).
       LDO.
           MOVE OB-QTY TO T-OPEN (OB-NUMBERS).
               ADD M-QTY TO T-OUT (M-NUMBERS)
           ELSE IF M-TYPE = "R"
               ADD M-QTY TO T-IN (M-NUMBERS)
           ELSE IF M-TYPE = "C"
               ADD M-QTY TO T-RET (M-NUMBERS)
           ELSE
               ADD M-QTY TO T-ADJ (M-NUMBERS).
           READ MOVE-FILE
       RPT.
           MOVE NUMBERS TO T-X.
           COMPUTE W-COMPUTED = T-OPEN (T-X)
               + T-IN (T-X) - T-OUT (T-X) + T-RET (T-X)
               + T-ADJ (T-X).
           COMPUTE W-VALUE = QTY-ON-HAND * PRICE.
           ADD W-VALUE TO TOT-VALUE.
           MOVE NUMBERS TO P-NUMBER.
           MOVE T-OPEN (T-X) TO P-OPEN.
           MOVE T-IN (T-X) TO P-IN.
           MOVE T-OUT (T-X) TO P-OUT.
           MOVE T-RET (T-X) TO P-RET.
           MOVE T-ADJ (T-X) TO P-ADJ.
           MOVE W-COMPUTED TO P-CLOSE.
           MOVE QTY-ON-HAND TO P-ACTL.
