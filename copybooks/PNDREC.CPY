000100*****************************************************************
000110* PNDREC - PENDING (FUTURE-DATED) EMPLOYEE CHANGE RECORD LAYOUT
000120* FOR PENDING.DOC. A CHANGE KEYED THROUGH EMP-SCR MAINTENANCE OR
000130* SENT ON THE HR FEED ('C' ACTION) WITH AN EFFECTIVE DATE AFTER
000140* TODAY IS HELD HERE INSTEAD OF GOING TO THE MASTER. RECORD KEY
000150* IS PND-KEY - THE EMPLOYEE ID FOLLOWED BY THE EFFECTIVE DATE,
000160* SO AN EMPLOYEE'S CHANGES BROWSE IN DATE ORDER AND A SECOND
000170* CHANGE KEYED FOR THE SAME DAY REPLACES THE FIRST.
000180* PND-BEFORE-IMAGE IS THE MASTER AS IT STOOD WHEN THE CHANGE WAS
000190* KEYED; PND-AFTER-IMAGE IS WHAT WAS KEYED. THE NIGHTLY APPLY
000200* (EMPPND) ONLY CARRIES ACROSS THE FIELDS THAT DIFFER BETWEEN THE
000210* TWO, SO A CORRECTION MADE TO ANOTHER FIELD IN THE MEANTIME IS
000220* NOT UNDONE WHEN THE HELD CHANGE GOES IN.
000230* PND-STATUS IS 'P' WHILE THE CHANGE IS WAITING FOR ITS DATE. A
000240* CHANGE THE APPLY COULD NOT MAKE IS LEFT ON FILE AS 'N' WITH THE
000250* REASON, FOR A SUPERVISOR TO CORRECT OR CANCEL; IT IS NOT TRIED
000260* AGAIN UNTIL IT IS CHANGED BACK TO PENDING. AN APPLIED CHANGE IS
000270* DELETED - THE AUDIT AND HISTORY RECORDS ARE ITS TRAIL.
000280*****************************************************************
000290 01  PENDING-REC.
000300     05  PND-KEY.
000310         10  PND-ID                      PIC X(05).
000320         10  PND-EFF-DATE                PIC X(08).
000330     05  FILLER                          PIC X(02).
000340     05  PND-STATUS                      PIC X(01).
000350         88  PND-WAITING                          VALUE 'P'.
000360         88  PND-NOT-APPLIED                      VALUE 'N'.
000370     05  FILLER                          PIC X(02).
000380     05  PND-OPERATOR                    PIC X(08).
000390     05  FILLER                          PIC X(02).
000400     05  PND-KEYED-DATE                  PIC X(08).
000410     05  FILLER                          PIC X(02).
000420     05  PND-KEYED-TIME                  PIC X(08).
000430     05  FILLER                          PIC X(02).
000440     05  PND-BEFORE-IMAGE.
000450         10  PND-B-F-NAME                PIC X(15).
000460         10  PND-B-L-NAME                PIC X(15).
000470         10  PND-B-DEPT                  PIC X(10).
000480         10  PND-B-HIRE-DATE             PIC X(08).
000490         10  PND-B-PAY-RATE              PIC 9(05)V99.
000491         10  PND-B-GRADE                 PIC X(04).
000492         10  PND-B-MGR-ID                PIC X(05).
000500     05  FILLER                          PIC X(02).
000510     05  PND-AFTER-IMAGE.
000520         10  PND-A-F-NAME                PIC X(15).
000530         10  PND-A-L-NAME                PIC X(15).
000540         10  PND-A-DEPT                  PIC X(10).
000550         10  PND-A-HIRE-DATE             PIC X(08).
000560         10  PND-A-PAY-RATE              PIC 9(05)V99.
000561         10  PND-A-GRADE                 PIC X(04).
000562         10  PND-A-MGR-ID                PIC X(05).
000570     05  FILLER                          PIC X(02).
000580     05  PND-REASON                      PIC X(30).
