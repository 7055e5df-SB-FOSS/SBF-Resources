       IDENTIFICATION DIVISION.
       PROGRAM-ID. CH104G.
      * GOODS-RECEIPT POSTING RUN. EACH RECEIPT.DAT RECORD
      * NAMES THE PORDER.DAT PO NUMBER AND LINE IT DELIVERS
      * AGAINST. THE RECEIVED QUANTITY IS ADDED INTO
      * QTY-ON-HAND, RELIEVES THE QTY-ON-ORDER CH104R RAISED
      * (NEVER BELOW ZERO) AND IS ADDED TO THE LINE'S RECEIVED
      * QUANTITY - A PART DELIVERY LEAVES THE BALANCE OPEN,
      * THE LINE CLOSES WHEN IT IS FILLED. REJECT.DAT GETS
      * UNKNOWN ITEM NUMBERS (NOT), AN UNKNOWN OR CLOSED PO
      * LINE (NPO), A LINE FOR ANOTHER ITEM (ITM) AND MORE
      * THAN THE OPEN BALANCE (OVR). A DELIVERY CHARGED AT
      * OTHER THAN THE PO PRICE IS POSTED BUT FLAGGED PRC.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS NUMBERS
                  FILE STATUS IS STOCK-STATUS.
           SELECT PORDER-FILE ASSIGN TO PORDER-MSD
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS PO-KEY
                  FILE STATUS IS PORDER-STATUS.
           SELECT RECEIPT-FILE ASSIGN TO RECEIPT-MSD.
           SELECT PRINT-FILE ASSIGN TO PRINTER-MSD.
           SELECT REJECT-FILE ASSIGN TO REJECT-MSD.
        03 QTY-ON-HAND  PIC 9(5).
        03 REORDER-LVL  PIC 9(5).
        03 QTY-ON-ORDER PIC 9(5).
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
       FD RECEIPT-FILE LABEL RECORD IS STANDARD
                       VALUE OF FILE-ID IS "RECEIPT.DAT".
       01 RECEIPT-REC.
        03 RC-PONUM     PIC 9(6).
        03 RC-POLINE    PIC 9(2).
        03 RC-NUMBERS   PIC 9(3).
        03 RC-QTY       PIC 9(5).
        03 RC-PRICE     PIC 9(4)V99.
       FD PRINT-FILE LABEL RECORD IS STANDARD
                     VALUE OF FILE-ID IS "PRINT.DAT".
       01 P-REC PIC X(80).
       FD REJECT-FILE LABEL RECORD IS STANDARD
                      VALUE OF FILE-ID IS "REJECT.DAT".
       01 REJECT-REC.
        03 R-PONUM      PIC 9(6).
        03 R-POLINE     PIC 9(2).
        03 R-NUMBERS    PIC 9(3).
        03 R-QTY        PIC 9(5).
        03 R-REASON     PIC X(3).
       01 W-DATE       PIC 9(8).
       01 W-TIME       PIC 9(6).
       77 STOCK-STATUS PIC X(2).
       77 PORDER-STATUS PIC X(2).
       01 W-OPEN       PIC 9(5).
       01 READ-CT      PIC 9(5).
       01 APPLY-CT     PIC 9(5).
       01 REJ-CT       PIC 9(5).
         03 P-ONHAND  PIC Z(4)9.
         03 FILLER    PIC X(2) VALUE SPACE.
         03 P-ONORD   PIC Z(4)9.
         03 FILLER    PIC X(2) VALUE SPACE.
         03 P-PONUM   PIC 9(6).
         03 FILLER    PIC X(1) VALUE "-".
         03 P-POLINE  PIC 9(2).
         03 FILLER    PIC X(2) VALUE SPACE.
         03 P-BAL     PIC Z(4)9.
         03 FILLER    PIC X(2) VALUE SPACE.
         03 P-FLAG    PIC X(3).
         03 FILLER    PIC X(33) VALUE SPACE.
       01 P-CTL-TOT.
         03 FILLER    PIC X(5) VALUE "READ ".
         03 PL-READ   PIC Z(4)9.
       PROCEDURE DIVISION.
       G1.
           OPEN I-O STOCK-FILE.
           OPEN I-O PORDER-FILE.
           OPEN INPUT RECEIPT-FILE.
           OPEN OUTPUT PRINT-FILE.
           OPEN OUTPUT REJECT-FILE.
           PERFORM M UNTIL E-W = "EOD".
           PERFORM CTL-TOT.
           CLOSE STOCK-FILE.
           CLOSE PORDER-FILE.
           CLOSE RECEIPT-FILE.
           CLOSE PRINT-FILE.
           CLOSE REJECT-FILE.
               INVALID KEY MOVE "NOT" TO E-W
               NOT INVALID KEY MOVE "END" TO E-W
           END-READ.
           IF E-W = "END" PERFORM A-PO
           ELSE PERFORM REJ-NOT.
           MOVE SPACE TO E-W.
       A-PO.
           MOVE RC-PONUM TO PO-NUMBER.
           MOVE RC-POLINE TO PO-LINE.
           READ PORDER-FILE
               INVALID KEY MOVE "NOT" TO E-W
               NOT INVALID KEY MOVE "END" TO E-W
           END-READ.
           IF E-W = "NOT" OR PO-STATUS NOT = "O"
               MOVE "NPO" TO R-REASON
               PERFORM REJ
           ELSE IF PO-NUMBERS NOT = RC-NUMBERS
               MOVE "ITM" TO R-REASON
               PERFORM REJ
           ELSE
               COMPUTE W-OPEN = PO-QTY - PO-RECVD
               IF RC-QTY > W-OPEN
                   MOVE "OVR" TO R-REASON
                   PERFORM REJ
               ELSE PERFORM P.
       P.
           ADD RC-QTY TO PO-RECVD.
           MOVE W-DATE TO PO-LAST-RCV.
           IF PO-RECVD NOT LESS THAN PO-QTY
               MOVE "C" TO PO-STATUS.
           REWRITE PORDER-REC.
           ADD RC-QTY TO QTY-ON-HAND.
           IF QTY-ON-ORDER NOT LESS THAN RC-QTY
               SUBTRACT RC-QTY FROM QTY-ON-ORDER
           MOVE RC-QTY TO P-QTY.
           MOVE QTY-ON-HAND TO P-ONHAND.
           MOVE QTY-ON-ORDER TO P-ONORD.
           MOVE PO-NUMBER TO P-PONUM.
           MOVE PO-LINE TO P-POLINE.
           COMPUTE P-BAL = PO-QTY - PO-RECVD.
           IF RC-PRICE NOT = ZERO AND RC-PRICE NOT = PO-PRICE
               MOVE "PRC" TO P-FLAG
           ELSE
               MOVE SPACE TO P-FLAG.
           MOVE P-W TO P-REC.
           WRITE P-REC.
       MOV.
           MOVE W-TIME TO M-TIME.
           WRITE MOVE-REC.
       REJ-NOT.
           MOVE "NOT" TO R-REASON.
           PERFORM REJ.
       REJ.
           MOVE RC-PONUM TO R-PONUM.
           MOVE RC-POLINE TO R-POLINE.
           MOVE RC-NUMBERS TO R-NUMBERS.
           MOVE RC-QTY TO R-QTY.
           WRITE REJECT-REC.
           ADD 1 TO REJ-CT.
       CTL-TOT.
