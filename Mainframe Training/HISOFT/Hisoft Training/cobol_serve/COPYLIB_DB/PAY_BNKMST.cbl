000010************************************************
000020* (PAY_BNKMST)
000022*  VRFSTS IS THE PRENOTE STATE OF THE ACCOUNT -
000023*  N = ADDED OR CHANGED, NOT YET SENT TO THE
000024*  BANK; S = ON A ZERO-VALUE PRENOTE FILE
000025*  (PAY157); V = VERIFIED BY THE BANK; F =
000026*  FAILED, VRFRSN HOLDS THE BANK'S REASON CODE
000027*  (PAY158); BLANK = ON FILE BEFORE PRENOTES,
000028*  ALREADY COLLECTING, TAKEN AS VERIFIED.
000029*  PAY108 DOES NOT COLLECT ON N, S OR F
000030************************************************
000040 01  PAY_BNKMST-CNTNUM PIC  X(009).
000050 01  PAY_BNKMST-BNKCOD PIC  X(004).
000090     88 PAY_BNKMST-ACT-CURRENT   VALUE "2".
000100 01  PAY_BNKMST-ACTNUM PIC  X(007).
000110 01  PAY_BNKMST-ACTNAM PIC  X(030).
000111 01  PAY_BNKMST-VRFSTS PIC  X(001).
000112     88 PAY_BNKMST-VRF-NEW      VALUE "N".
000113     88 PAY_BNKMST-VRF-SENT     VALUE "S".
000114     88 PAY_BNKMST-VRF-VERIFIED VALUE "V".
000115     88 PAY_BNKMST-VRF-FAILED   VALUE "F".
000116     88 PAY_BNKMST-VRF-LEGACY   VALUE SPACE.
000117 01  PAY_BNKMST-VRFDAY PIC  X(008).
000118 01  PAY_BNKMST-VRFRSN PIC  X(002).
000120 01  PAY_BNKMST-REGDAY PIC  X(008).
000130 01  PAY_BNKMST-REGTIM PIC  X(006).
000140 01  PAY_BNKMST-REGPSN PIC  X(004).
