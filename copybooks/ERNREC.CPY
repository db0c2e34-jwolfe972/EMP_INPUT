000100*****************************************************************
000110* ERNREC - EMPLOYEE EARNINGS HISTORY RECORD LAYOUT (EARNHIST.DOC)
000120* ONE RECORD PER EMPLOYEE PER CALENDAR YEAR, POSTED BY EMPTIM
000130* FROM EVERY ACCEPTED TIMECARD. RECORD KEY IS ERN-KEY - THE
000140* EMPLOYEE ID (MATCHING EFR-ID ON THE MASTER) FOLLOWED BY THE
000150* YEAR OF THE CARD'S WEEK-ENDING DATE, SO THE FIRST CARD OF A
000160* NEW YEAR STARTS A FRESH RECORD AND THE PRIOR YEAR IS LEFT AS
000170* IT STOOD FOR THE YEAR-END SUMMARY. A WEEK BELONGS TO THE
000180* QUARTER AND YEAR ITS WEEK-ENDING DATE FALLS IN.
000190* THE RECORD IS NEVER DELETED WHEN THE EMPLOYEE IS TERMINATED,
000200* SO THE WAGE SUMMARY (EMPWAG) STILL SEES THE QUARTERS THEY
000210* WORKED. ERN-L-NAME/ERN-F-NAME AND THE DEPARTMENT ARE AS OF
000220* THE LAST CARD POSTED; ERN-Q-DEPT IS THE DEPARTMENT OF THE
000230* LAST CARD POSTED IN EACH QUARTER.
000240* ERN-WEEK-POSTED LISTS EVERY WEEK-ENDING DATE ALREADY POSTED
000250* FOR THE YEAR - EMPTIM REFUSES A CARD FOR A WEEK ALREADY ON
000260* THE LIST, SO A RERUN CANNOT COUNT THE SAME WEEK TWICE.
000261* ERN-Q-GROSS INCLUDES VACATION AND SICK HOURS PAID AT STRAIGHT
000262* TIME; THE HOURS FIELDS COUNT ONLY HOURS WORKED.
000270*****************************************************************
000280 01  EARN-HIST-REC.
000290     05  ERN-KEY.
000300         10  ERN-ID                      PIC X(05).
000310         10  ERN-YEAR                    PIC X(04).
000320     05  FILLER                          PIC X(02).
000330     05  ERN-L-NAME                      PIC X(15).
000340     05  FILLER                          PIC X(02).
000350     05  ERN-F-NAME                      PIC X(15).
000360     05  FILLER                          PIC X(02).
000370     05  ERN-LAST-DEPT                   PIC X(10).
000380     05  FILLER                          PIC X(02).
000390     05  ERN-LAST-WEEK                   PIC X(08).
000400     05  FILLER                          PIC X(02).
000410     05  ERN-TOTALS.
000420         10  ERN-QTR OCCURS 4 TIMES.
000430             15  ERN-Q-REG-HOURS         PIC 9(04)V99.
000440             15  ERN-Q-OT-HOURS          PIC 9(04)V99.
000450             15  ERN-Q-GROSS             PIC 9(08)V99.
000460             15  ERN-Q-WEEKS             PIC 9(02).
000470         10  ERN-YTD-REG-HOURS           PIC 9(05)V99.
000480         10  ERN-YTD-OT-HOURS            PIC 9(05)V99.
000490         10  ERN-YTD-GROSS               PIC 9(09)V99.
000500         10  ERN-WEEK-COUNT              PIC 9(02).
000510     05  FILLER                          PIC X(02).
000520     05  ERN-Q-DEPT-TABLE.
000530         10  ERN-Q-DEPT OCCURS 4 TIMES   PIC X(10).
000540     05  FILLER                          PIC X(02).
000550     05  ERN-WEEK-TABLE.
000560         10  ERN-WEEK-POSTED OCCURS 53 TIMES
000570                                         PIC X(08).
