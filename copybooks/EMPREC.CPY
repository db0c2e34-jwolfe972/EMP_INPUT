000122* EFR-STATUS IS 'A' (ACTIVE) OR 'T' (TERMINATED); A TERMINATED
000124* EMPLOYEE KEEPS THE RECORD AND CARRIES THE TERMINATION DATE IN
000126* EFR-TERM-DATE. RECORDS WRITTEN BEFORE THE STATUS FIELD EXISTED
000127* CARRY SPACES THERE AND ARE TREATED AS ACTIVE.
000128* EFR-GRADE IS THE PAY GRADE (GRADE.DOC, GRDREC) THAT BOUNDS
000129* EFR-PAY-RATE. RECORDS WRITTEN BEFORE THE GRADE FIELD EXISTED
000130* CARRY SPACES THERE - NO GRADE, AND NO RANGE TO CHECK.
000131* EFR-MGR-ID IS THE ID OF THE EMPLOYEE THIS ONE REPORTS TO, WHO
000132* MUST BE AN ACTIVE EMPLOYEE ON THE MASTER WHEN IT IS KEYED.
000133* SPACES MEAN NO MANAGER - THE TOP OF THE COMPANY - AND ARE ALSO
000134* WHAT RECORDS WRITTEN BEFORE THE MANAGER FIELD EXISTED CARRY.
000135*****************************************************************
000140 01  EMPLOYEE-FILE-REC.
000150     05  EFR-F-NAME                      PIC X(15).
000160     05  FILLER                          PIC X(02).
000290         88  EFR-TERMINATED                       VALUE 'T'.
000300     05  FILLER                          PIC X(02).
000310     05  EFR-TERM-DATE                   PIC X(08).
000320     05  FILLER                          PIC X(02).
000321     05  EFR-GRADE                       PIC X(04).
000322     05  FILLER                          PIC X(02).
000323     05  EFR-MGR-ID                      PIC X(05).
