000100*****************************************************************
000110* CTLREC - RUN-CONTROL LEDGER RECORD LAYOUT FOR RUNCTL.LOG
000120* EVERY STEP THAT MOVES OR COUNTS EMPLOYEE RECORDS APPENDS ITS
000130* CONTROL TOTALS HERE (THROUGH RUNCTP) SO THE BALANCING STEP
000140* (EMPBAL) CAN CROSS-CHECK ONE STEP AGAINST ANOTHER. THE LEDGER
000150* IS APPEND-ONLY AND IS NEVER CYCLED BY THE RUN DECK.
000160*   CTL-TYPE 'C' - A STEP CONTROL COUNT (UNLOAD, ACTIVE, ADD,
000170*                  CHANGE, TERM, REHIRE, ROSTER, EXTRACT, ...).
000180*   CTL-TYPE 'W' - AUDIT.LOG RECORDS THE PROGRAM WROTE, ONE LEDGER
000190*                  RECORD PER AUDIT ACTION CODE (CTL-ITEM).
000200*   CTL-TYPE 'L' - AUDIT.LOG RECORDS AUDRPT FOUND ON THE LOG, PER
000210*                  ACTION CODE, HEADED BY AN ITEM 'TOTAL' RECORD.
000220*                  THE LOG IS CYCLED RIGHT AFTER AUDRPT, SO THE
000230*                  TOTAL RECORD ALSO MARKS WHERE ONE AUDIT.LOG
000240*                  ENDS AND THE NEXT BEGINS.
000250*   CTL-TYPE 'B' - WRITTEN BY EMPBAL AT THE END OF EACH BALANCING
000260*                  RUN (ITEM 'FAILED', COUNT OF CHECKS OUT OF
000270*                  BALANCE). EVERYTHING AFTER THE LAST 'B' RECORD
000280*                  BELONGS TO THE NEXT RUN.
000290*****************************************************************
000300 01  RUN-CONTROL-REC.
000310     05  CTL-DATE                        PIC X(08).
000320     05  FILLER                          PIC X(02).
000330     05  CTL-TIME                        PIC X(08).
000340     05  FILLER                          PIC X(02).
000350     05  CTL-PROGRAM                     PIC X(08).
000360     05  FILLER                          PIC X(02).
000370     05  CTL-TYPE                        PIC X(01).
000380         88  CTL-STEP-COUNT                       VALUE 'C'.
000390         88  CTL-AUDIT-WRITTEN                    VALUE 'W'.
000400         88  CTL-AUDIT-LOGGED                     VALUE 'L'.
000410         88  CTL-BALANCE-MARK                     VALUE 'B'.
000420     05  FILLER                          PIC X(02).
000430     05  CTL-ITEM                        PIC X(08).
000440     05  FILLER                          PIC X(02).
000450     05  CTL-COUNT                       PIC 9(07).
