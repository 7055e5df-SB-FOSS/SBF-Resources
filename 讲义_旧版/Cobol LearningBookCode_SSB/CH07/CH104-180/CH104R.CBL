       PROGRAM-ID. CH104R.
      * NIGHTLY REORDER RUN. EVERY ITEM WHOSE ON-HAND PLUS
      * ON-ORDER QUANTITY IS AT OR BELOW ITS REORDER LEVEL
      * IS ORDERED BACK UP TO TWICE THE REORDER LEVEL FROM ITS
      * PREFERRED SUPPLIER (ITEMSUP.DAT, SET BY CH104U), AND
      * THE ORDERED QUANTITY IS ADDED TO QTY-ON-ORDER SO THE
      * NEXT RUN DOES NOT ORDER IT AGAIN. THE ORDER LINES ARE
      * GROUPED INTO ONE NUMBERED PURCHASE ORDER PER SUPPLIER
      * ON PORDER.DAT, EXPECTED AFTER THE SUPPLIER'S LEAD
      * TIME. AN ITEM WITH NO PREFERRED SUPPLIER ON FILE IS
      * NOT ORDERED BUT LISTED NOSUP. CH104G MATCHES THE
      * DELIVERIES TO THE PO LINES AND CH104O LISTS THE
      * OVERDUE ONES.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
                  ACCESS MODE IS SEQUENTIAL
                  RECORD KEY IS NUMBERS
                  FILE STATUS IS STOCK-STATUS.
           SELECT SUPPLIER-FILE ASSIGN TO SUPPLIER-MSD
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS SU-CODE
                  FILE STATUS IS SUPPLIER-STATUS.
           SELECT ITEMSUP-FILE ASSIGN TO ITEMSUP-MSD
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS IS-NUMBERS
                  FILE STATUS IS ITEMSUP-STATUS.
           SELECT PORDER-FILE ASSIGN TO PORDER-MSD
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS PO-KEY
                  FILE STATUS IS PORDER-STATUS.
           SELECT PRINT-FILE ASSIGN TO PRINTER-MSD.
       DATA DIVISION.
       FILE   SECTION.
        03 QTY-ON-HAND  PIC 9(5).
        03 REORDER-LVL  PIC 9(5).
        03 QTY-ON-ORDER PIC 9(5).
       FD SUPPLIER-FILE LABEL RECORD IS STANDARD
                        VALUE OF FILE-ID IS "SUPPLIER.DAT".
       01 SUPPLIER-REC.
        03 SU-CODE      PIC X(4).
        03 SU-NAME      PIC X(20).
        03 SU-LEAD      PIC 9(3).
       FD ITEMSUP-FILE LABEL RECORD IS STANDARD
                       VALUE OF FILE-ID IS "ITEMSUP.DAT".
       01 ITEMSUP-REC.
        03 IS-NUMBERS   PIC 9(3).
        03 IS-SUPPLIER  PIC X(4).
       FD PORDER-FILE LABEL RECORD IS STANDARD
                      VALUE OF FILE-ID IS "PORDER.DAT".
       01 PORDER-REC.
        03 PO-KEY.
         05 PO-NUMBER   PIC 9(6).
         05 PO-LINE     PIC 9(2).
        03 PO-SUPPLIER  PIC X(4).
        03 PO-NUMBERS   PIC 9(3).
        03 PO-QTY       PIC 9(5).
        03 PO-PRICE     PIC 9(4)V99.
        03 PO-DATE      PIC 9(8).
        03 PO-EXPECT    PIC 9(8).
        03 PO-RECVD     PIC 9(5).
        03 PO-STATUS    PIC X(1).
        03 PO-LAST-RCV  PIC 9(8).
       FD PRINT-FILE LABEL RECORD IS STANDARD
                     VALUE OF FILE-ID IS "PRINT.DAT".
       01 P-REC PIC X(80).
       WORKING-STORAGE SECTION.
       77 E-W          PIC X(3).
       77 STOCK-STATUS    PIC X(2).
       77 SUPPLIER-STATUS PIC X(2).
       77 ITEMSUP-STATUS  PIC X(2).
       77 PORDER-STATUS   PIC X(2).
       01 W-DATE       PIC 9(8).
       01 W-EXPECT     PIC 9(8).
       01 ORDER-QTY    PIC 9(5).
       01 ORDER-CT     PIC 9(5).
       01 PO-CT        PIC 9(5).
       01 NOSUP-CT     PIC 9(5).
       01 LAST-PO      PIC 9(6).
       01 LINE-NO      PIC 9(2).
       01 O-TABLE.
        03 O-ENTRY OCCURS 999.
         05 O-NUMBERS  PIC 9(3).
         05 O-QTY      PIC 9(5).
         05 O-PRICE    PIC 9(4)V99.
         05 O-ONHAND   PIC 9(5).
         05 O-ONORD    PIC 9(5).
         05 O-RLVL     PIC 9(5).
         05 O-SUPPLIER PIC X(4).
         05 O-EXPECT   PIC 9(8).
         05 O-DONE     PIC X(1).
       01 O-CT         PIC 9(3).
       01 O-X          PIC 9(3).
       01 O-Y          PIC 9(3).
       01 P-W.
         03 P-NUMBER  PIC 9(3).
         03 FILLER    PIC X(2) VALUE SPACE.
         03 P-RLVL    PIC Z(4)9.
         03 FILLER    PIC X(2) VALUE SPACE.
         03 P-ORDER   PIC Z(4)9.
         03 FILLER    PIC X(2) VALUE SPACE.
         03 P-SUPPLIER PIC X(4).
         03 FILLER    PIC X(1) VALUE SPACE.
         03 P-PONUM   PIC 9(6).
         03 FILLER    PIC X(1) VALUE "-".
         03 P-POLINE  PIC 9(2).
         03 FILLER    PIC X(2) VALUE SPACE.
         03 P-EXPECT  PIC 9(8).
         03 FILLER    PIC X(2) VALUE SPACE.
         03 P-FLAG    PIC X(5).
         03 FILLER    PIC X(16) VALUE SPACE.
       01 P-CTL-TOT.
         03 FILLER    PIC X(7) VALUE "ORDERS ".
         03 PL-ORDER  PIC Z(4)9.
         03 FILLER    PIC X(6) VALUE "  POS ".
         03 PL-PO     PIC Z(4)9.
         03 FILLER    PIC X(8) VALUE "  NOSUP ".
         03 PL-NOSUP  PIC Z(4)9.
       PROCEDURE DIVISION.
       G1.
           OPEN I-O STOCK-FILE.
           OPEN INPUT SUPPLIER-FILE.
           OPEN INPUT ITEMSUP-FILE.
           OPEN I-O PORDER-FILE.
           IF PORDER-STATUS = "35"
               OPEN OUTPUT PORDER-FILE
               CLOSE PORDER-FILE
               OPEN I-O PORDER-FILE.
           OPEN OUTPUT PRINT-FILE.
           ACCEPT W-DATE FROM DATE YYYYMMDD.
           MOVE ZERO TO ORDER-CT.
           MOVE ZERO TO PO-CT.
           MOVE ZERO TO NOSUP-CT.
           MOVE ZERO TO O-CT.
           MOVE ZERO TO LAST-PO.
           MOVE SPACE TO E-W.
           READ PORDER-FILE NEXT
               AT END MOVE "EOD" TO E-W
           END-READ.
           PERFORM LPO UNTIL E-W = "EOD".
           MOVE SPACE TO E-W.
           READ STOCK-FILE
               AT END MOVE "EOD" TO E-W
           END-READ.
           PERFORM M UNTIL E-W = "EOD".
           PERFORM GRP VARYING O-X FROM 1 BY 1
               UNTIL O-X > O-CT.
           PERFORM CTL-TOT.
           CLOSE STOCK-FILE.
           CLOSE SUPPLIER-FILE.
           CLOSE ITEMSUP-FILE.
           CLOSE PORDER-FILE.
           CLOSE PRINT-FILE.
           STOP RUN.
       LPO.
           MOVE PO-NUMBER TO LAST-PO.
           READ PORDER-FILE NEXT
               AT END MOVE "EOD" TO E-W
           END-READ.
       M.
           IF REORDER-LVL > 0
               AND QTY-ON-HAND + QTY-ON-ORDER
       ORD.
           COMPUTE ORDER-QTY = (REORDER-LVL * 2)
               - QTY-ON-HAND - QTY-ON-ORDER.
           MOVE NUMBERS TO IS-NUMBERS.
           READ ITEMSUP-FILE
               INVALID KEY MOVE SPACE TO IS-SUPPLIER
           END-READ.
           MOVE IS-SUPPLIER TO SU-CODE.
           READ SUPPLIER-FILE
               INVALID KEY MOVE SPACE TO SU-CODE
           END-READ.
           IF SU-CODE = SPACE OR O-CT = 998
               PERFORM NOS
           ELSE
               PERFORM TAB.
       TAB.
           COMPUTE W-EXPECT = FUNCTION DATE-OF-INTEGER
               (FUNCTION INTEGER-OF-DATE (W-DATE) + SU-LEAD).
           ADD 1 TO O-CT.
           MOVE NUMBERS TO O-NUMBERS (O-CT).
           MOVE ORDER-QTY TO O-QTY (O-CT).
           MOVE PRICE TO O-PRICE (O-CT).
           MOVE QTY-ON-HAND TO O-ONHAND (O-CT).
           MOVE SU-CODE TO O-SUPPLIER (O-CT).
           MOVE W-EXPECT TO O-EXPECT (O-CT).
           MOVE REORDER-LVL TO O-RLVL (O-CT).
           MOVE "N" TO O-DONE (O-CT).
           ADD ORDER-QTY TO QTY-ON-ORDER.
           MOVE QTY-ON-ORDER TO O-ONORD (O-CT).
           REWRITE STOCK-REC.
           ADD 1 TO ORDER-CT.
       NOS.
           ADD 1 TO NOSUP-CT.
           MOVE NUMBERS TO P-NUMBER.
           MOVE QTY-ON-HAND TO P-ONHAND.
           MOVE QTY-ON-ORDER TO P-ONORD.
           MOVE REORDER-LVL TO P-RLVL.
           MOVE ORDER-QTY TO P-ORDER.
           MOVE IS-SUPPLIER TO P-SUPPLIER.
           MOVE ZERO TO P-PONUM.
           MOVE ZERO TO P-POLINE.
           MOVE ZERO TO P-EXPECT.
           MOVE "NOSUP" TO P-FLAG.
           MOVE P-W TO P-REC.
           WRITE P-REC.
       GRP.
           IF O-DONE (O-X) = "N"
               PERFORM NEW-PO
               PERFORM LIN VARYING O-Y FROM O-X BY 1
                   UNTIL O-Y > O-CT.
       NEW-PO.
           ADD 1 TO LAST-PO.
           ADD 1 TO PO-CT.
           MOVE ZERO TO LINE-NO.
       LIN.
           IF O-DONE (O-Y) = "N"
               AND O-SUPPLIER (O-Y) = O-SUPPLIER (O-X)
               IF LINE-NO = 99 PERFORM NEW-PO END-IF
               PERFORM POL.
       POL.
           ADD 1 TO LINE-NO.
           MOVE LAST-PO TO PO-NUMBER.
           MOVE LINE-NO TO PO-LINE.
           MOVE O-SUPPLIER (O-Y) TO PO-SUPPLIER.
           MOVE O-NUMBERS (O-Y) TO PO-NUMBERS.
           MOVE O-QTY (O-Y) TO PO-QTY.
           MOVE O-PRICE (O-Y) TO PO-PRICE.
           MOVE W-DATE TO PO-DATE.
           MOVE O-EXPECT (O-Y) TO PO-EXPECT.
           MOVE ZERO TO PO-RECVD.
           MOVE "O" TO PO-STATUS.
           MOVE ZERO TO PO-LAST-RCV.
           WRITE PORDER-REC.
           MOVE "Y" TO O-DONE (O-Y).
           MOVE O-NUMBERS (O-Y) TO P-NUMBER.
           MOVE O-ONHAND (O-Y) TO P-ONHAND.
           MOVE O-ONORD (O-Y) TO P-ONORD.
           MOVE O-RLVL (O-Y) TO P-RLVL.
           MOVE O-QTY (O-Y) TO P-ORDER.
           MOVE O-SUPPLIER (O-Y) TO P-SUPPLIER.
           MOVE LAST-PO TO P-PONUM.
           MOVE LINE-NO TO P-POLINE.
           MOVE O-EXPECT (O-Y) TO P-EXPECT.
           MOVE SPACE TO P-FLAG.
           MOVE P-W TO P-REC.
           WRITE P-REC.
       CTL-TOT.
           MOVE ORDER-CT TO PL-ORDER.
           MOVE PO-CT TO PL-PO.
           MOVE NOSUP-CT TO PL-NOSUP.
           MOVE P-CTL-TOT TO P-REC.
           WRITE P-REC.
