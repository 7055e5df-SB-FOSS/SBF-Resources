000010************************************************
000020* (PAY_CNTASG)
000030*  CONTRACT ASSIGNMENT TO A NEW CLIENT, ONE ROW
000040*  PER APRQUE APRSEQ (ACTCOD A). PAY155 ENTERS
000050*  IT PENDING, PAY131 EXECUTES IT ON APPROVAL.
000060*  ASGTRM C = OPEN ITEMS, DEPOSIT AND CREDIT
000070*  CARRY TO THE NEW CLIENT; S = THE OUTGOING
000080*  CLIENT SETTLES THEM FIRST. A BLANK ACCOUNT
000090*  RETIRES THE BNKMST DEBIT ACCOUNT. OPNAMT IS
000100*  THE OPEN BALANCE CARRIED, CRDAPL/DEPAPL WHAT
000110*  THE SETTLEMENT APPLIED AND RFDAMT WHAT WAS
000120*  REFUNDED TO THE OUTGOING CLIENT
000130************************************************
000140 01  PAY_CNTASG-APRSEQ PIC S9(007) COMP-3.
000150 01  PAY_CNTASG-CNTNUM PIC  X(009).
000160 01  PAY_CNTASG-OLDCLT PIC  X(008).
000170 01  PAY_CNTASG-NEWCLT PIC  X(008).
000180 01  PAY_CNTASG-EFFDAY PIC  X(008).
000190 01  PAY_CNTASG-ASGTRM PIC  X(001).
000200     88 PAY_CNTASG-TRM-CARRY      VALUE "C".
000210     88 PAY_CNTASG-TRM-SETTLE     VALUE "S".
000220 01  PAY_CNTASG-BNKCOD PIC  X(004).
000230 01  PAY_CNTASG-BRNCOD PIC  X(003).
000240 01  PAY_CNTASG-ACTTYP PIC  X(001).
000250 01  PAY_CNTASG-ACTNUM PIC  X(007).
000260 01  PAY_CNTASG-ACTNAM PIC  X(030).
000270 01  PAY_CNTASG-ASGSTS PIC  X(001).
000280     88 PAY_CNTASG-ASG-PENDING    VALUE "P".
000290     88 PAY_CNTASG-ASG-DONE       VALUE "A".
000300     88 PAY_CNTASG-ASG-REJECTED   VALUE "R".
000310 01  PAY_CNTASG-OPNAMT PIC S9(013) COMP-3.
000320 01  PAY_CNTASG-CRDAPL PIC S9(013) COMP-3.
000330 01  PAY_CNTASG-DEPAPL PIC S9(013) COMP-3.
000340 01  PAY_CNTASG-RFDAMT PIC S9(013) COMP-3.
000350 01  PAY_CNTASG-ENTPSN PIC  X(004).
000360 01  PAY_CNTASG-ENTDAY PIC  X(008).
000370 01  PAY_CNTASG-ENTTIM PIC  X(006).
000380 01  PAY_CNTASG-EXCDAY PIC  X(008).
000390 01  PAY_CNTASG-EXCTIM PIC  X(006).
000400 01  PAY_CNTASG-EXCPSN PIC  X(004).
