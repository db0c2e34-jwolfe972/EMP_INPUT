000157* TERMINATED; THE RECORD IS SET ACTIVE AGAIN FROM THE
000158* TRANSACTION FIELDS, WITH TRN-HIRE-DATE AS THE NEW HIRE DATE
000159* AND THE OLD TERMINATION DATE CLEARED.
000160* TRN-EFF-DATE IS THE DATE A 'C' TAKES EFFECT. BLANK, TODAY OR
000161* EARLIER APPLIES AT ONCE; A LATER DATE IS HELD ON THE PENDING
000162* CHANGE FILE (PENDING.DOC) AND APPLIED BY THE NIGHTLY EMPPND STEP
000163* ON THAT DATE. ONLY A 'C' MAY CARRY A FUTURE EFFECTIVE DATE.
000164* TRN-GRADE IS THE PAY GRADE. IT IS REQUIRED ON AN 'A'; ON A 'C'
000165* OR 'R' A BLANK GRADE KEEPS THE GRADE ALREADY ON THE MASTER. THE
000166* PAY RATE MUST FALL INSIDE THE GRADE'S RANGE.
000167* TRN-MGR-ID IS THE REPORTS-TO MANAGER, WHO MUST BE AN ACTIVE
000168* EMPLOYEE ON THE MASTER AND MAY NOT LEAD BACK ROUND TO THIS
000169* EMPLOYEE. BLANK ON AN 'A' MEANS NO MANAGER; ON A 'C' OR 'R' A
000170* BLANK MANAGER KEEPS THE MANAGER ALREADY ON THE MASTER.
000171*****************************************************************
000172 01  TRANS-REC.
000180     05  TRN-ACTION                      PIC X(01).
000190     05  FILLER                          PIC X(02).
000200     05  TRN-F-NAME                      PIC X(15).
000300     05  TRN-PAY-RATE                    PIC 9(05)V99.
000310     05  FILLER                          PIC X(02).
000320     05  TRN-TERM-DATE                   PIC X(08).
000330     05  FILLER                          PIC X(02).
000340     05  TRN-EFF-DATE                    PIC X(08).
000350     05  FILLER                          PIC X(02).
000351     05  TRN-GRADE                       PIC X(04).
000352     05  FILLER                          PIC X(02).
000353     05  TRN-MGR-ID                      PIC X(05).
