       01 W-DATE       PIC 9(8).
       01 W-TIME       PIC 9(6).
       77 STOCK-STATUS PIC X(2).
       77 R-MODE       PIC X(1).
           88 R-ON     VALUE "Y".
       77 RET-LIMIT    PIC 9(5) VALUE 10.
       77 SUP-ID       PIC X(3).
       01 SALE-OUT.
           03 N-O     PIC 9(3).
           03 N-A     PIC 9(6)V99.
         03 P-AMOUNT  PIC Z(8).99.
         03 P-SUM     PIC Z(8).99.
       01 P-SUM-N     PIC 9(8)V99.
       01 P-RW.
         03 P-R-NUMBER PIC 9(3).
         03 P-R-PRICE  PIC Z(6).99.
         03 P-R-AMOUNT PIC Z(8).99.
         03 P-R-SUM    PIC Z(8).99.
         03 FILLER     PIC X(8) VALUE "-RETURN ".
         03 P-R-SUP    PIC X(3).
       01 C-TOTAL     PIC S9(8)V99.
       01 D-TOTAL     PIC S9(8)V99.
       01 ITEM-CT     PIC 9(3).
       01 P-CUST-TOT.
         03 FILLER    PIC X(15) VALUE "CUSTOMER TOTAL ".
         03 PC-AMOUNT PIC Z(8).99-.
       01 P-DAY-TOT.
         03 FILLER    PIC X(15) VALUE "DAILY TOTAL    ".
         03 PD-AMOUNT PIC Z(8).99-.
       PROCEDURE DIVISION.
       G1.
           OPEN I-O STOCK-FILE.
            MOVE SPACE TO E-W.
            DISPLAY "INPUT OPERATOR".
            ACCEPT OP-ID.
            DISPLAY "998=RETURN MODE ON/OFF  999=END OF CUSTOMER".
            DISPLAY "INPUT NUMBERS".
            ACCEPT N-O.
            PERFORM B UNTIL E-W = "EOD".
            ELSE
                MOVE ZERO TO C-TOTAL
                MOVE ZERO TO ITEM-CT
                MOVE "N" TO R-MODE
                PERFORM A UNTIL N-O = 999
                PERFORM C-TOT
                DISPLAY "INPUT NUMBERS"
                ACCEPT N-O.
       A.
            IF N-O = 998
                PERFORM RM
            ELSE
                PERFORM A-ITEM.
            DISPLAY "INPUT NUMBERS"            ACCEPT N-O.
       RM.
            IF R-ON
                MOVE "N" TO R-MODE
                DISPLAY "RETURN MODE OFF"
            ELSE
                MOVE "Y" TO R-MODE
                DISPLAY "RETURN MODE ON".
       A-ITEM.
            DISPLAY "INPUT AMOUNT".
            ACCEPT N-A.
            MOVE N-O TO NUMBERS.
                NOT INVALID KEY MOVE "END" TO E-W
            END-READ.
            IF E-W = "END"
                IF R-ON PERFORM RT
                ELSE IF QTY-ON-HAND NOT LESS THAN N-A PERFORM P
                ELSE DISPLAY "NOT ENOUGH STOCK"
            ELSE DISPLAY "NUMBERS NOT IN TABLE".
       P.
            MOVE PRICE TO P-PRICE.
            MULTIPLY PRICE BY N-A GIVING P-SUM-N.
            MOVE W-DATE TO M-DATE.
            MOVE W-TIME TO M-TIME.
            WRITE MOVE-REC.
       RT.
            MOVE OP-ID TO SUP-ID.
            IF N-A > RET-LIMIT
                DISPLAY "RETURN OVER LIMIT - INPUT SUPERVISOR"
                ACCEPT SUP-ID
                IF SUP-ID = SPACE OR SUP-ID = OP-ID
                    MOVE SPACE TO SUP-ID
                    DISPLAY "NO SUPERVISOR - NOT RETURNED".
            IF SUP-ID NOT = SPACE PERFORM R.
       R.
            MOVE PRICE TO P-R-PRICE.
            MULTIPLY PRICE BY N-A GIVING P-SUM-N.
            MOVE P-SUM-N TO P-R-SUM.
            ADD N-A TO QTY-ON-HAND.
            REWRITE STOCK-REC.
            PERFORM MOV-R.
            SUBTRACT P-SUM-N FROM C-TOTAL.
            ADD 1 TO ITEM-CT.
            MOVE N-O    TO P-R-NUMBER.
            MOVE N-A    TO P-R-AMOUNT.
            IF SUP-ID = OP-ID
                MOVE SPACE TO P-R-SUP
            ELSE
                MOVE SUP-ID TO P-R-SUP.
            MOVE P-RW   TO P-REC.
            WRITE P-REC.
       MOV-R.
            MOVE NUMBERS TO M-NUMBERS.
            MOVE "C" TO M-TYPE.
            MOVE N-A TO M-QTY.
            MOVE SUP-ID TO M-OPER.
            MOVE W-DATE TO M-DATE.
            MOVE W-TIME TO M-TIME.
            WRITE MOVE-REC.
       C-TOT.
            IF ITEM-CT > 0
                MOVE C-TOTAL TO PC-AMOUNT
