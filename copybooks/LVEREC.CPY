000100*****************************************************************
000110* LVEREC - EMPLOYEE LEAVE BALANCE RECORD LAYOUT (LEAVE.DOC)
000120* ONE RECORD PER EMPLOYEE, RECORD KEY LVE-ID (MATCHING EFR-ID ON
000130* THE MASTER). BALANCES ARE IN HOURS, TWO DECIMALS.
000140* EMPLVE ACCRUES BOTH BUCKETS ONCE A MONTH BY SERVICE BAND
000150* (LVE-LAST-ACCRUAL IS THE YYYYMM LAST CREDITED, SO A SECOND RUN
000160* IN THE SAME MONTH CREDITS NOTHING). THE FIRST ACCRUAL OF A NEW
000170* YEAR CAPS THE CARRY-OVER, MOVES THE EXCESS TO FORFEIT AND
000180* RESTARTS THE YEAR'S ACCRUED/USED FIGURES UNDER LVE-YEAR.
000190* EMPTIM TAKES THE HOURS USED OFF THE BALANCES AS TIMECARDS POST.
000200* A TERMINATION (EMP-SCR OR EMPTRN) FREEZES THE RECORD: STATUS
000210* 'F', THE DATE FROZEN, AND THE UNUSED VACATION PAYOUT OWED AT
000220* THE RATE ON FILE THAT DAY. SICK LEAVE IS NOT PAID OUT. A FROZEN
000230* RECORD TAKES NO ACCRUAL OR USAGE UNTIL THE EMPLOYEE IS
000240* REHIRED, WHEN EMPLVE REOPENS IT WITH NOTHING BROUGHT FORWARD.
000250*****************************************************************
000260 01  LEAVE-BAL-REC.
000270     05  LVE-ID                          PIC X(05).
000280     05  FILLER                          PIC X(02).
000290     05  LVE-STATUS                      PIC X(01).
000300         88  LVE-OPEN                             VALUE 'O'.
000310         88  LVE-FROZEN                           VALUE 'F'.
000320     05  FILLER                          PIC X(02).
000330     05  LVE-YEAR                        PIC X(04).
000340     05  FILLER                          PIC X(02).
000350     05  LVE-LAST-ACCRUAL                PIC X(06).
000360     05  FILLER                          PIC X(02).
000370     05  LVE-VACATION.
000380         10  LVE-VAC-BALANCE             PIC 9(04)V99.
000390         10  LVE-VAC-ACCRUED             PIC 9(04)V99.
000400         10  LVE-VAC-USED                PIC 9(04)V99.
000410         10  LVE-VAC-FORFEIT             PIC 9(04)V99.
000420     05  FILLER                          PIC X(02).
000430     05  LVE-SICK.
000440         10  LVE-SICK-BALANCE            PIC 9(04)V99.
000450         10  LVE-SICK-ACCRUED            PIC 9(04)V99.
000460         10  LVE-SICK-USED               PIC 9(04)V99.
000470         10  LVE-SICK-FORFEIT            PIC 9(04)V99.
000480     05  FILLER                          PIC X(02).
000490     05  LVE-FROZEN-DATE                 PIC X(08).
000500     05  FILLER                          PIC X(02).
000510     05  LVE-PAYOUT-RATE                 PIC 9(05)V99.
000520     05  FILLER                          PIC X(02).
000530     05  LVE-PAYOUT-AMOUNT               PIC 9(07)V99.
