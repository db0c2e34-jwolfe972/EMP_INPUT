000100*****************************************************************
000110* MGRCKW - WORKING-STORAGE AREA FOR THE SHARED REPORTS-TO MANAGER
000120* EDIT (MGRCKP). THE CALLER MOVES THE EMPLOYEE'S ID TO MGC-EMP-ID
000130* AND THE PROPOSED MANAGER'S ID (NOT SPACES) TO MGC-MGR-ID AND
000140* PERFORMS 8600-CHECK-MANAGER THRU 8600-EXIT. MGC-VALID SAYS THE
000150* MANAGER MAY BE ASSIGNED; MGC-NOT-ACTIVE THAT THE MANAGER IS NOT
000160* ON THE MASTER OR IS TERMINATED; MGC-LOOPS THAT THE MANAGER IS
000170* THE EMPLOYEE OR THAT THE CHAIN ABOVE THE MANAGER LEADS BACK TO
000180* THE EMPLOYEE (OR RUNS PAST MGC-MAX-DEPTH LEVELS WITHOUT ENDING).
000190*****************************************************************
000200 01  MANAGER-CHECK-AREA.
000210     05  MGC-EMP-ID                      PIC X(05).
000220     05  MGC-MGR-ID                      PIC X(05).
000230     05  MGC-CHAIN-ID                    PIC X(05).
000240     05  MGC-DEPTH                       PIC 9(03) COMP VALUE 0.
000250     05  MGC-MAX-DEPTH                   PIC 9(03) COMP VALUE 50.
000260     05  MGC-RESULT-SW                   PIC X(01) VALUE 'N'.
000270         88  MGC-VALID                            VALUE 'Y'.
000280         88  MGC-NOT-ACTIVE                       VALUE 'N'.
000290         88  MGC-LOOPS                            VALUE 'L'.
000300     05  MGC-SAVE-REC                    PIC X(96).
