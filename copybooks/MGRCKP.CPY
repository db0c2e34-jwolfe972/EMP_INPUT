000100*****************************************************************
000110* MGRCKP - THE SHARED REPORTS-TO MANAGER EDIT. COPIED INTO THE
000120* PROCEDURE DIVISION OF EVERY PROGRAM THAT ASSIGNS EFR-MGR-ID, SO
000130* THE SCREEN, THE HR FEED AND THE PENDING-CHANGE APPLY REFUSE THE
000140* SAME MANAGERS. NEEDS MGRCKW IN WORKING-STORAGE AND THE MASTER
000150* (RPT.DOC) SELECTED AS OUTFILE, OPEN, WITH RANDOM OR DYNAMIC
000160* ACCESS.
000170*
000180* THE MANAGER MUST BE ON THE MASTER AND NOT TERMINATED. THE CHAIN
000190* IS THEN WALKED UP FROM THE MANAGER, ONE RANDOM READ PER LEVEL,
000200* UNTIL IT REACHES SOMEONE WITH NO MANAGER (OR A MANAGER NO
000210* LONGER ON FILE); MEETING THE EMPLOYEE ON THE WAY UP MEANS THE
000220* ASSIGNMENT WOULD CLOSE A LOOP. TERMINATED EMPLOYEES HIGHER UP
000230* THE CHAIN DO NOT STOP THE WALK - THEY ARE THE ORPHANED-REPORTS
000240* LIST'S BUSINESS, NOT THIS EDIT'S.
000250*
000260* THE RECORD AREA IS SAVED AND PUT BACK AROUND THE READS, SO THE
000270* CALLER'S EMPLOYEE RECORD IS AS IT LEFT IT.
000280*****************************************************************
000290 8600-CHECK-MANAGER.
000300     MOVE EMPLOYEE-FILE-REC TO MGC-SAVE-REC
000310     PERFORM 8610-WALK-MANAGERS THRU 8610-EXIT
000320     MOVE MGC-SAVE-REC TO EMPLOYEE-FILE-REC.
000330 8600-EXIT.
000340     EXIT.
000350
000360 8610-WALK-MANAGERS.
000370     MOVE 'N' TO MGC-RESULT-SW
000380     IF MGC-MGR-ID = MGC-EMP-ID
000390         MOVE 'L' TO MGC-RESULT-SW
000400         GO TO 8610-EXIT
000410     END-IF
000420     MOVE MGC-MGR-ID TO EFR-ID
000430     READ OUTFILE KEY IS EFR-ID
000440         INVALID KEY
000450             GO TO 8610-EXIT
000460     END-READ
000470     IF EFR-TERMINATED
000480         GO TO 8610-EXIT
000490     END-IF
000500
000510     MOVE 'Y'        TO MGC-RESULT-SW
000520     MOVE 0          TO MGC-DEPTH
000530     MOVE EFR-MGR-ID TO MGC-CHAIN-ID
000540     PERFORM 8620-CLIMB-CHAIN THRU 8620-EXIT
000550         UNTIL MGC-CHAIN-ID = SPACES
000560         OR MGC-LOOPS.
000570 8610-EXIT.
000580     EXIT.
000590
000600 8620-CLIMB-CHAIN.
000610     ADD 1 TO MGC-DEPTH
000620     IF MGC-CHAIN-ID = MGC-EMP-ID
000630             OR MGC-DEPTH > MGC-MAX-DEPTH
000640         MOVE 'L' TO MGC-RESULT-SW
000650         GO TO 8620-EXIT
000660     END-IF
000670     MOVE MGC-CHAIN-ID TO EFR-ID
000680     READ OUTFILE KEY IS EFR-ID
000690         INVALID KEY
000700             MOVE SPACES TO MGC-CHAIN-ID
000710             GO TO 8620-EXIT
000720     END-READ
000730     MOVE EFR-MGR-ID TO MGC-CHAIN-ID.
000740 8620-EXIT.
000750     EXIT.
