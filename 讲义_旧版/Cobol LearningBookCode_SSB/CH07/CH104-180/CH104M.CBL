                  RECORD KEY IS NUMBERS
                  FILE STATUS IS STOCK-STATUS.
           SELECT MOVE-FILE ASSIGN TO MOVE-MSD.
           SELECT ABC-FILE ASSIGN TO ABC-MSD
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS AB-NUMBERS
                  FILE STATUS IS ABC-STATUS.
       DATA DIVISION.
       FILE   SECTION.
       FD STOCK-FILE LABEL RECORD IS STANDARD
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
       WORKING-STORAGE SECTION.
       77 STOCK-STATUS PIC X(2).
       77 ABC-STATUS   PIC X(2).
       77 W-CLASS      PIC X(1).
       77 OP-ID        PIC X(3).
       01 W-DATE       PIC 9(8).
       01 W-TIME       PIC 9(6).
       G1.
           OPEN I-O STOCK-FILE.
           OPEN EXTEND MOVE-FILE.
           OPEN INPUT ABC-FILE.
           ACCEPT W-DATE FROM DATE YYYYMMDD.
           ACCEPT W-TIME FROM TIME.
           DISPLAY "STOCK MAINTENANCE  A=ADD  C=CHANGE  R=RETIRE  E=END".
           PERFORM M UNTIL T-END.
           CLOSE STOCK-FILE.
           CLOSE MOVE-FILE.
           IF ABC-STATUS NOT = "35" CLOSE ABC-FILE.
           STOP RUN.
       M.
           DISPLAY "INPUT NUMBERS".
           ACCEPT T-NUMBERS.
           IF T-ADD AND (T-NUMBERS = 998 OR T-NUMBERS = 999)
               DISPLAY "NUMBERS RESERVED"
           ELSE IF T-ADD PERFORM M-ADD
           ELSE IF T-CHANGE PERFORM M-CHANGE
           ELSE IF T-RETIRE PERFORM M-RETIRE.
           DISPLAY "INPUT TRANSACTION CODE".
                   ACCEPT T-PRICE
                   DISPLAY "INPUT QUANTITY ON HAND"
                   ACCEPT T-QTY
                   PERFORM M-ABC
                   DISPLAY "INPUT REORDER LEVEL"
                   ACCEPT T-RLVL
                   COMPUTE M-DELTA = T-QTY - QTY-ON-HAND
                   DELETE STOCK-FILE
                   IF M-DELTA NOT = ZERO PERFORM MOV END-IF
           END-READ.
       M-ABC.
           MOVE "?" TO W-CLASS.
           IF ABC-STATUS NOT = "35"
               MOVE T-NUMBERS TO AB-NUMBERS
               READ ABC-FILE
                   NOT INVALID KEY MOVE AB-CLASS TO W-CLASS
               END-READ.
           DISPLAY "REORDER LEVEL " REORDER-LVL "  ABC CLASS " W-CLASS.
       MOV.
           MOVE T-NUMBERS TO M-NUMBERS.
           MOVE "A" TO M-TYPE.
