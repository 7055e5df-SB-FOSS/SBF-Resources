       IDENTIFICATION DIVISION.
       PROGRAM-ID. CH104O.
      * OVERDUE OPEN-ORDER REPORT. EVERY OPEN PORDER.DAT LINE
      * WHOSE EXPECTED DATE HAS PASSED, LISTED BY SUPPLIER IN
      * SUPPLIER.DAT ORDER WITH THE ORDERED, RECEIVED AND OPEN
      * QUANTITIES AND THE DAYS LATE. EACH SUPPLIER GETS A
      * LINE COUNT AND THE OPEN VALUE AT PO PRICE.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SUPPLIER-FILE ASSIGN TO SUPPLIER-MSD
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS SEQUENTIAL
                  RECORD KEY IS SU-CODE
                  FILE STATUS IS SUPPLIER-STATUS.
           SELECT PORDER-FILE ASSIGN TO PORDER-MSD
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS SEQUENTIAL
                  RECORD KEY IS PO-KEY
                  FILE STATUS IS PORDER-STATUS.
           SELECT PRINT-FILE ASSIGN TO PRINTER-MSD.
       DATA DIVISION.
       FILE   SECTION.
       FD SUPPLIER-FILE LABEL RECORD IS STANDARD
                        VALUE OF FILE-ID IS "SUPPLIER.DAT".
       01 SUPPLIER-REC.
        03 SU-CODE      PIC X(4).
        03 SU-NAME      PIC X(20).
        03 SU-LEAD      PIC 9(3).
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
       77 SUPPLIER-STATUS PIC X(2).
       77 PORDER-STATUS   PIC X(2).
       01 W-DATE       PIC 9(8).
       01 W-LATE       PIC 9(5).
       01 W-VALUE      PIC 9(9)V99.
       01 L-TABLE.
        03 L-ENTRY OCCURS 999.
         05 L-SUPPLIER PIC X(4).
         05 L-PONUM    PIC 9(6).
         05 L-POLINE   PIC 9(2).
         05 L-NUMBERS  PIC 9(3).
         05 L-QTY      PIC 9(5).
         05 L-RECVD    PIC 9(5).
         05 L-PRICE    PIC 9(4)V99.
         05 L-EXPECT   PIC 9(8).
         05 L-LATE     PIC 9(5).
       01 L-CT         PIC 9(3).
       01 L-X          PIC 9(3).
       01 OVER-CT      PIC 9(5).
       01 SUP-CT       PIC 9(5).
       01 SUP-VALUE    PIC 9(11)V99.
       01 TOT-CT       PIC 9(5).
       01 TOT-VALUE    PIC 9(11)V99.
       01 P-TITLE.
         03 FILLER    PIC X(30) VALUE
            "OVERDUE PURCHASE ORDERS AS AT ".
         03 PT-DATE   PIC 9(8).
         03 FILLER    PIC X(42) VALUE SPACE.
       01 P-HEAD.
         03 FILLER    PIC X(40) VALUE
            "PO NO  LN  ITM ORDERED  RECVD   OPEN  EX".
         03 FILLER    PIC X(40) VALUE
            "PECTED DAYS LATE    OPEN VALUE          ".
       01 P-SUP.
         03 FILLER    PIC X(9) VALUE "SUPPLIER ".
         03 PS-CODE   PIC X(4).
         03 FILLER    PIC X(1) VALUE SPACE.
         03 PS-NAME   PIC X(20).
         03 FILLER    PIC X(6) VALUE " LEAD ".
         03 PS-LEAD   PIC ZZ9.
         03 FILLER    PIC X(37) VALUE SPACE.
       01 P-W.
         03 P-PONUM   PIC 9(6).
         03 FILLER    PIC X(1) VALUE SPACE.
         03 P-POLINE  PIC 9(2).
         03 FILLER    PIC X(2) VALUE SPACE.
         03 P-NUMBER  PIC 9(3).
         03 FILLER    PIC X(1) VALUE SPACE.
         03 P-QTY     PIC ZZZZZZ9.
         03 P-RECVD   PIC ZZZZZZ9.
         03 P-OPEN    PIC ZZZZZZ9.
         03 FILLER    PIC X(2) VALUE SPACE.
         03 P-EXPECT  PIC 9(8).
         03 FILLER    PIC X(2) VALUE SPACE.
         03 P-LATE    PIC ZZZZZZZ9.
         03 FILLER    PIC X(1) VALUE SPACE.
         03 P-VALUE   PIC Z(9)9.99.
         03 FILLER    PIC X(10) VALUE SPACE.
       01 P-SUP-TOT.
         03 FILLER    PIC X(16) VALUE "  SUPPLIER LINES".
         03 PST-CT    PIC ZZZZ9.
         03 FILLER    PIC X(12) VALUE "  OPEN VALUE".
         03 PST-VALUE PIC Z(10)9.99.
       01 P-TOT.
         03 FILLER    PIC X(16) VALUE "OVERDUE LINES   ".
         03 PT-CT     PIC ZZZZ9.
         03 FILLER    PIC X(12) VALUE "  OPEN VALUE".
         03 PT-VALUE  PIC Z(10)9.99.
         03 FILLER    PIC X(12) VALUE "  NOT LISTED".
         03 PT-OVER   PIC ZZZZ9.
       PROCEDURE DIVISION.
       G1.
           OPEN INPUT SUPPLIER-FILE.
           OPEN INPUT PORDER-FILE.
           OPEN OUTPUT PRINT-FILE.
           ACCEPT W-DATE FROM DATE YYYYMMDD.
           MOVE ZERO TO L-CT.
           MOVE ZERO TO OVER-CT.
           MOVE ZERO TO TOT-CT.
           MOVE ZERO TO TOT-VALUE.
           MOVE W-DATE TO PT-DATE.
           MOVE P-TITLE TO P-REC.
           WRITE P-REC.
           MOVE P-HEAD TO P-REC.
           WRITE P-REC.
           MOVE SPACE TO E-W.
           READ PORDER-FILE
               AT END MOVE "EOD" TO E-W
           END-READ.
           PERFORM LDP UNTIL E-W = "EOD".
           MOVE SPACE TO E-W.
           READ SUPPLIER-FILE
               AT END MOVE "EOD" TO E-W
           END-READ.
           PERFORM SUP UNTIL E-W = "EOD".
           PERFORM TOT.
           CLOSE SUPPLIER-FILE.
           CLOSE PORDER-FILE.
           CLOSE PRINT-FILE.
           STOP RUN.
       LDP.
           IF PO-STATUS = "O" AND PO-EXPECT < W-DATE
               PERFORM LDL.
           READ PORDER-FILE
               AT END MOVE "EOD" TO E-W
           END-READ.
       LDL.
           IF L-CT = 998
               ADD 1 TO OVER-CT
           ELSE
               ADD 1 TO L-CT
               MOVE PO-SUPPLIER TO L-SUPPLIER (L-CT)
               MOVE PO-NUMBER TO L-PONUM (L-CT)
               MOVE PO-LINE TO L-POLINE (L-CT)
               MOVE PO-NUMBERS TO L-NUMBERS (L-CT)
               MOVE PO-QTY TO L-QTY (L-CT)
               MOVE PO-RECVD TO L-RECVD (L-CT)
               MOVE PO-PRICE TO L-PRICE (L-CT)
               MOVE PO-EXPECT TO L-EXPECT (L-CT)
               COMPUTE L-LATE (L-CT) =
                   FUNCTION INTEGER-OF-DATE (W-DATE)
                 - FUNCTION INTEGER-OF-DATE (PO-EXPECT).
       SUP.
           MOVE ZERO TO SUP-CT.
           MOVE ZERO TO SUP-VALUE.
           PERFORM CNT VARYING L-X FROM 1 BY 1
               UNTIL L-X > L-CT.
           IF SUP-CT > 0
               MOVE SU-CODE TO PS-CODE
               MOVE SU-NAME TO PS-NAME
               MOVE SU-LEAD TO PS-LEAD
               MOVE P-SUP TO P-REC
               WRITE P-REC
               PERFORM LST VARYING L-X FROM 1 BY 1
                   UNTIL L-X > L-CT
               MOVE SUP-CT TO PST-CT
               MOVE SUP-VALUE TO PST-VALUE
               MOVE P-SUP-TOT TO P-REC
               WRITE P-REC
               ADD SUP-CT TO TOT-CT
               ADD SUP-VALUE TO TOT-VALUE.
           READ SUPPLIER-FILE
               AT END MOVE "EOD" TO E-W
           END-READ.
       CNT.
           IF L-SUPPLIER (L-X) = SU-CODE
               ADD 1 TO SUP-CT
               COMPUTE W-VALUE = (L-QTY (L-X) - L-RECVD (L-X))
                   * L-PRICE (L-X)
               ADD W-VALUE TO SUP-VALUE.
       LST.
           IF L-SUPPLIER (L-X) = SU-CODE
               COMPUTE W-VALUE = (L-QTY (L-X) - L-RECVD (L-X))
                   * L-PRICE (L-X)
               MOVE L-PONUM (L-X) TO P-PONUM
               MOVE L-POLINE (L-X) TO P-POLINE
               MOVE L-NUMBERS (L-X) TO P-NUMBER
               MOVE L-QTY (L-X) TO P-QTY
               MOVE L-RECVD (L-X) TO P-RECVD
               COMPUTE P-OPEN = L-QTY (L-X) - L-RECVD (L-X)
               MOVE L-EXPECT (L-X) TO P-EXPECT
               MOVE L-LATE (L-X) TO P-LATE
               MOVE W-VALUE TO P-VALUE
               MOVE P-W TO P-REC
               WRITE P-REC.
       TOT.
           MOVE TOT-CT TO PT-CT.
           MOVE TOT-VALUE TO PT-VALUE.
           MOVE OVER-CT TO PT-OVER.
           MOVE P-TOT TO P-REC.
           WRITE P-REC.
