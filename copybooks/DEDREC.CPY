000100*****************************************************************
000110* DEDREC - EMPLOYEE RECURRING DEDUCTION RECORD LAYOUT (DEDUCT.DOC)
000120* ONE RECORD PER DEDUCTION CODE PER EMPLOYEE, MAINTAINED THROUGH
000130* THE SUPERVISOR-ONLY DEDUCTION MAINTENANCE SCREEN IN EMP-SCR.
000140* RECORD KEY IS DED-KEY - THE EMPLOYEE ID (MATCHING EFR-ID ON
000150* THE MASTER) FOLLOWED BY THE DEDUCTION CODE, SO ALL OF ONE
000160* EMPLOYEE'S DEDUCTIONS ARE READ WITH A START ON DED-ID AND
000170* READ NEXT UNTIL THE ID CHANGES. DED-CODE IS THE SHOP'S OWN
000180* SHORT CODE (401K, HEALTH, UNION, GARNSH ...) AND IS WHAT THE
000190* NET-PAY REGISTER TOTALS ON.
000200* DED-TYPE 'A' TAKES DED-AMOUNT FLAT EACH WEEK; 'P' TAKES
000210* DED-PERCENT OF THE WEEK'S GROSS. A DEDUCTION IS TAKEN FOR A
000220* WEEK ENDING ON OR AFTER DED-START-DATE AND, WHEN DED-STOP-DATE
000230* IS NOT BLANK, ON OR BEFORE DED-STOP-DATE - A BLANK STOP DATE
000240* MEANS THE DEDUCTION RUNS UNTIL IT IS STOPPED.
000250*****************************************************************
000260 01  DEDUCT-REC.
000270     05  DED-KEY.
000280         10  DED-ID                      PIC X(05).
000290         10  DED-CODE                    PIC X(06).
000300     05  FILLER                          PIC X(02).
000310     05  DED-TYPE                        PIC X(01).
000320         88  DED-FLAT-AMOUNT                      VALUE 'A'.
000330         88  DED-PCT-OF-GROSS                     VALUE 'P'.
000340     05  FILLER                          PIC X(02).
000350     05  DED-AMOUNT                      PIC 9(05)V99.
000360     05  FILLER                          PIC X(02).
000370     05  DED-PERCENT                     PIC 9(03)V99.
000380     05  FILLER                          PIC X(02).
000390     05  DED-START-DATE                  PIC X(08).
000400     05  FILLER                          PIC X(02).
000410     05  DED-STOP-DATE                   PIC X(08).
