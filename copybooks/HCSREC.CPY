000100*****************************************************************
000110* HCSREC - MONTH-END HEADCOUNT SNAPSHOT RECORD LAYOUT (HEADCT.LOG)
000120* EMPHCS APPENDS ONE SET OF RECORDS AT EACH MONTH END: ONE 'D'
000130* RECORD PER DEPARTMENT WITH ACTIVE EMPLOYEES, GIVING THE ACTIVE
000140* HEADCOUNT AND THE TOTAL OF THEIR PAY RATES, FOLLOWED BY ONE 'T'
000150* RECORD WITH THE COMPANY TOTALS (HCS-DEPT BLANK). EVERY RECORD
000160* OF A SET CARRIES THE PERIOD IT CLOSES (YYYYMM) AND THE DATE AND
000170* TIME THE SNAPSHOT WAS TAKEN, SO THE CHANGE-HISTORY JOURNAL CAN
000180* BE SPLIT EXACTLY AT THE SNAPSHOT. A SNAPSHOT TAKEN AGAIN FOR THE
000190* SAME PERIOD IS APPENDED AS A NEW SET; READERS USE THE LATEST SET
000200* FOR A PERIOD. THE FILE IS APPEND-ONLY AND IS NEVER CYCLED.
000210*****************************************************************
000220 01  HEADCOUNT-SNAP-REC.
000230     05  HCS-PERIOD                      PIC X(06).
000240     05  FILLER                          PIC X(02).
000250     05  HCS-SNAP-DATE                   PIC X(08).
000260     05  FILLER                          PIC X(02).
000270     05  HCS-SNAP-TIME                   PIC X(08).
000280     05  FILLER                          PIC X(02).
000290     05  HCS-REC-TYPE                    PIC X(01).
000300         88  HCS-DEPT-TOTAL                       VALUE 'D'.
000310         88  HCS-COMPANY-TOTAL                    VALUE 'T'.
000320     05  FILLER                          PIC X(02).
000330     05  HCS-DEPT                        PIC X(10).
000340     05  FILLER                          PIC X(02).
000350     05  HCS-HEADCOUNT                   PIC 9(06).
000360     05  FILLER                          PIC X(02).
000370     05  HCS-PAY-TOTAL                   PIC 9(09)V99.
