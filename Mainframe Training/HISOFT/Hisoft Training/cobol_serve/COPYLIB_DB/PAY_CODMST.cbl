000040*          PRSN = REPRINT REASON
000050*          DIVC = DIVISION CODE
000060*          EXPC = EXPENSE CODE
000065*          CRSN = CREDIT NOTE REASON
000066*          VRSN = PRENOTE VERIFICATION REASON
000070************************************************
000080 01  PAY_CODMST-CODTYP PIC  X(004).
000090 01  PAY_CODMST-CODVAL PIC  X(004).
