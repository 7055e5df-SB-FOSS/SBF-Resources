       IDENTIFICATION DIVISION.
       PROGRAM-ID. CH104U.
      * SUPPLIER MAINTENANCE. KEEPS SUPPLIER.DAT (CODE, NAME,
      * LEAD TIME IN DAYS) AND THE PREFERRED SUPPLIER OF EACH
      * STOCK.DAT ITEM ON ITEMSUP.DAT. CH104R ORDERS EVERY
      * ITEM FROM ITS PREFERRED SUPPLIER AND DATES THE ORDER
      * EXPECTED AFTER THAT SUPPLIER'S LEAD TIME. A SUPPLIER
      * WITH OPEN PORDER.DAT LINES CANNOT BE RETIRED UNTIL
      * CH104G HAS RECEIVED THEM IN FULL.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STOCK-FILE ASSIGN TO DISK-MSD
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
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
                  ACCESS MODE IS SEQUENTIAL
                  RECORD KEY IS PO-KEY
                  FILE STATUS IS PORDER-STATUS.
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
       WORKING-STORAGE SECTION.
       77 STOCK-STATUS    PIC X(2).
       77 SUPPLIER-STATUS PIC X(2).
       77 ITEMSUP-STATUS  PIC X(2).
       77 PORDER-STATUS   PIC X(2).
       77 E-W          PIC X(3).
       01 OPEN-CT      PIC 9(5).
       77 T-CODE       PIC X(1).
           88 T-ADD    VALUE "A".
           88 T-CHANGE VALUE "C".
           88 T-RETIRE VALUE "R".
           88 T-ITEM   VALUE "I".
           88 T-END    VALUE "E".
       01 T-W.
           03 T-SUPPLIER PIC X(4).
           03 T-NAME     PIC X(20).
           03 T-LEAD     PIC 9(3).
           03 T-NUMBERS  PIC 9(3).
       PROCEDURE DIVISION.
       G1.
           OPEN INPUT STOCK-FILE.
           OPEN I-O SUPPLIER-FILE.
           IF SUPPLIER-STATUS = "35"
               OPEN OUTPUT SUPPLIER-FILE
               CLOSE SUPPLIER-FILE
               OPEN I-O SUPPLIER-FILE.
           OPEN I-O ITEMSUP-FILE.
           IF ITEMSUP-STATUS = "35"
               OPEN OUTPUT ITEMSUP-FILE
               CLOSE ITEMSUP-FILE
               OPEN I-O ITEMSUP-FILE.
           DISPLAY "SUPPLIER MAINTENANCE  A=ADD  C=CHANGE  R=RETIRE".
           DISPLAY "                      I=ITEM PREFERRED SUPPLIER".
           DISPLAY "                      E=END".
           DISPLAY "INPUT TRANSACTION CODE".
           ACCEPT T-CODE.
           PERFORM M UNTIL T-END.
           CLOSE STOCK-FILE.
           CLOSE SUPPLIER-FILE.
           CLOSE ITEMSUP-FILE.
           STOP RUN.
       M.
           DISPLAY "INPUT SUPPLIER".
           ACCEPT T-SUPPLIER.
           IF T-ADD PERFORM M-ADD
           ELSE IF T-CHANGE PERFORM M-CHANGE
           ELSE IF T-RETIRE PERFORM M-RETIRE
           ELSE IF T-ITEM PERFORM M-ITEM.
           DISPLAY "INPUT TRANSACTION CODE".
           ACCEPT T-CODE.
       M-ADD.
           MOVE T-SUPPLIER TO SU-CODE.
           READ SUPPLIER-FILE
               INVALID KEY
                   DISPLAY "INPUT SUPPLIER NAME"
                   ACCEPT T-NAME
                   DISPLAY "INPUT LEAD TIME DAYS"
                   ACCEPT T-LEAD
                   MOVE T-NAME TO SU-NAME
                   MOVE T-LEAD TO SU-LEAD
                   WRITE SUPPLIER-REC
               NOT INVALID KEY
                   DISPLAY "SUPPLIER ALREADY ON FILE"
           END-READ.
       M-CHANGE.
           MOVE T-SUPPLIER TO SU-CODE.
           READ SUPPLIER-FILE
               INVALID KEY
                   DISPLAY "SUPPLIER NOT ON FILE"
               NOT INVALID KEY
                   DISPLAY "INPUT SUPPLIER NAME"
                   ACCEPT T-NAME
                   DISPLAY "INPUT LEAD TIME DAYS"
                   ACCEPT T-LEAD
                   MOVE T-NAME TO SU-NAME
                   MOVE T-LEAD TO SU-LEAD
                   REWRITE SUPPLIER-REC
           END-READ.
       M-RETIRE.
           MOVE T-SUPPLIER TO SU-CODE.
           READ SUPPLIER-FILE
               INVALID KEY
                   DISPLAY "SUPPLIER NOT ON FILE"
               NOT INVALID KEY
                   PERFORM M-OPEN-PO
                   IF OPEN-CT > ZERO
                       DISPLAY "SUPPLIER HAS OPEN ORDERS " OPEN-CT
                   ELSE
                       DELETE SUPPLIER-FILE
                   END-IF
           END-READ.
       M-OPEN-PO.
           MOVE ZERO TO OPEN-CT.
           OPEN INPUT PORDER-FILE.
           IF PORDER-STATUS NOT = "35"
               MOVE SPACE TO E-W
               READ PORDER-FILE
                   AT END MOVE "EOD" TO E-W
               END-READ
               PERFORM M-OPEN-PO-R UNTIL E-W = "EOD"
               CLOSE PORDER-FILE.
       M-OPEN-PO-R.
           IF PO-STATUS = "O" AND PO-SUPPLIER = T-SUPPLIER
               ADD 1 TO OPEN-CT.
           READ PORDER-FILE
               AT END MOVE "EOD" TO E-W
           END-READ.
       M-ITEM.
           MOVE T-SUPPLIER TO SU-CODE.
           READ SUPPLIER-FILE
               INVALID KEY
                   DISPLAY "SUPPLIER NOT ON FILE"
               NOT INVALID KEY
                   DISPLAY "INPUT NUMBERS"
                   ACCEPT T-NUMBERS
                   PERFORM M-PREF
           END-READ.
       M-PREF.
           MOVE T-NUMBERS TO NUMBERS.
           READ STOCK-FILE
               INVALID KEY
                   DISPLAY "NUMBERS NOT IN TABLE"
               NOT INVALID KEY
                   PERFORM M-PREF-W
           END-READ.
       M-PREF-W.
           MOVE T-NUMBERS TO IS-NUMBERS.
           READ ITEMSUP-FILE
               INVALID KEY
                   MOVE T-SUPPLIER TO IS-SUPPLIER
                   WRITE ITEMSUP-REC
               NOT INVALID KEY
                   MOVE T-SUPPLIER TO IS-SUPPLIER
                   REWRITE ITEMSUP-REC
           END-READ.
