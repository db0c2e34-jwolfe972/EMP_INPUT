000100*****************************************************************
000110* GRDREC - PAY GRADE REFERENCE RECORD LAYOUT (GRADE.DOC)
000120* ONE RECORD PER PAY GRADE, WITH THE MINIMUM, MIDPOINT AND
000130* MAXIMUM HOURLY RATE FOR THE GRADE. MAINTAINED THROUGH THE PAY
000140* GRADE MAINTENANCE SCREEN IN EMP-SCR. RECORD KEY IS GRD-CODE,
000150* WHICH MATCHES EFR-GRADE ON THE EMPLOYEE MASTER. EVERY PATH
000160* THAT SETS A PAY RATE (EMP-SCR ENTRY AND MAINTENANCE, EMPTRN,
000170* EMPPND AND EMPRAT) HOLDS THE RATE BETWEEN GRD-MIN-RATE AND
000180* GRD-MAX-RATE; EMPCMP MEASURES EACH RATE AGAINST GRD-MID-RATE.
000190* GRD-STATUS IS 'A' (ACTIVE) OR 'I' (DEACTIVATED) - A DEACTIVATED
000200* GRADE STAYS ON FILE FOR HISTORY BUT CANNOT BE GIVEN TO ANYONE.
000210*****************************************************************
000220 01  GRADE-FILE-REC.
000230     05  GRD-CODE                        PIC X(04).
000240     05  FILLER                          PIC X(02).
000250     05  GRD-NAME                        PIC X(30).
000260     05  FILLER                          PIC X(02).
000270     05  GRD-MIN-RATE                    PIC 9(05)V99.
000280     05  FILLER                          PIC X(02).
000290     05  GRD-MID-RATE                    PIC 9(05)V99.
000300     05  FILLER                          PIC X(02).
000310     05  GRD-MAX-RATE                    PIC 9(05)V99.
000320     05  FILLER                          PIC X(02).
000330     05  GRD-STATUS                      PIC X(01).
000340         88  GRD-ACTIVE                           VALUE 'A'.
000350         88  GRD-INACTIVE                         VALUE 'I'.
