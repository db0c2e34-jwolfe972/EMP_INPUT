000100*****************************************************************
000110* TACREC - ACCEPTED TIMECARD RECORD LAYOUT (TIMEACC.DAT)
000120* WRITTEN BY EMPTIM, ONE RECORD PER TIMECARD THAT PASSED THE
000130* EDITS, IN THE SAME DEPARTMENT AND LAST-NAME ORDER AS THE
000140* GROSS-PAY REGISTER AND PRICED THE SAME WAY (TAC-GROSS TIES TO
000150* THE PAYREG.RPT DETAIL LINE). REBUILT FROM SCRATCH ON EVERY
000160* EMPTIM RUN, SO IT ALWAYS HOLDS THE CURRENT WEEK'S ACCEPTED
000170* CARDS FOR THE GROSS-TO-NET STEP (EMPNET).
000180*****************************************************************
000190 01  TIME-ACC-REC.
000200     05  TAC-DEPT                        PIC X(10).
000210     05  FILLER                          PIC X(02).
000220     05  TAC-L-NAME                      PIC X(15).
000230     05  FILLER                          PIC X(02).
000240     05  TAC-F-NAME                      PIC X(15).
000250     05  FILLER                          PIC X(02).
000260     05  TAC-ID                          PIC X(05).
000270     05  FILLER                          PIC X(02).
000280     05  TAC-WEEK-END                    PIC X(08).
000290     05  FILLER                          PIC X(02).
000300     05  TAC-REG-HOURS                   PIC 9(02)V99.
000310     05  FILLER                          PIC X(02).
000320     05  TAC-OT-HOURS                    PIC 9(02)V99.
000330     05  FILLER                          PIC X(02).
000340     05  TAC-PAY-RATE                    PIC 9(05)V99.
000350     05  FILLER                          PIC X(02).
000360     05  TAC-GROSS                       PIC 9(08)V99.
