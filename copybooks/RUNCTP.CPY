000100*****************************************************************
000110* RUNCTP - THE SHARED RUN-CONTROL POSTING. COPIED INTO THE
000120* PROCEDURE DIVISION OF EVERY STEP THAT POSTS CONTROL TOTALS TO
000130* THE RUN-CONTROL LEDGER (RUNCTL.LOG, CTLREC LAYOUT), SO EVERY
000140* POSTING IS STAMPED AND WRITTEN THE SAME WAY. NEEDS RUNCTW IN
000150* WORKING-STORAGE.
000160*
000170* 8700-ADD-CONTROL ADDS RCT-AMOUNT INTO THE SLOT FOR RCT-TYPE AND
000180* RCT-ITEM, OPENING A SLOT THE FIRST TIME THE PAIR APPEARS.
000190* 8750-POST-CONTROL APPENDS ONE LEDGER RECORD PER SLOT, THEN
000200* EMPTIES THE TABLE SO A SECOND POST CANNOT COUNT ANYTHING TWICE.
000210* A LEDGER THAT WILL NOT OPEN IS REPORTED BUT DOES NOT STOP THE
000220* STEP - THE MISSING POSTING SHOWS UP AS OUT OF BALANCE ON THE
000230* NEXT EMPBAL RUN.
000240*****************************************************************
000250 8700-ADD-CONTROL.
000260     MOVE 0 TO RCT-HIT
000270     PERFORM 8710-MATCH-CONTROL THRU 8710-EXIT
000280         VARYING RCT-TX FROM 1 BY 1 UNTIL RCT-TX > RCT-USED
000290     IF RCT-HIT > 0
000300         ADD RCT-AMOUNT TO RCT-E-COUNT (RCT-HIT)
000310     ELSE
000320         IF RCT-USED < 30
000330             ADD 1          TO RCT-USED
000340             MOVE RCT-TYPE   TO RCT-E-TYPE (RCT-USED)
000350             MOVE RCT-ITEM   TO RCT-E-ITEM (RCT-USED)
000360             MOVE RCT-AMOUNT TO RCT-E-COUNT (RCT-USED)
000370         ELSE
000380             DISPLAY RCT-PROGRAM ' - RUN CONTROL TABLE FULL - '
000390                     RCT-TYPE ' ' RCT-ITEM ' NOT POSTED'
000400         END-IF
000410     END-IF.
000420 8700-EXIT.
000430     EXIT.
000440
000450 8710-MATCH-CONTROL.
000460     IF RCT-E-TYPE (RCT-TX) = RCT-TYPE
000470             AND RCT-E-ITEM (RCT-TX) = RCT-ITEM
000480         MOVE RCT-TX TO RCT-HIT
000490     END-IF.
000500 8710-EXIT.
000510     EXIT.
000520
000530 8750-POST-CONTROL.
000540     IF RCT-USED = 0
000550         GO TO 8750-EXIT
000560     END-IF
000570     OPEN EXTEND RUNCTL-FILE
000580     IF RCT-FILE-STATUS = '35'
000590         OPEN OUTPUT RUNCTL-FILE
000600         CLOSE RUNCTL-FILE
000610         OPEN EXTEND RUNCTL-FILE
000620     END-IF
000630     IF RCT-FILE-STATUS NOT = '00'
000640         DISPLAY RCT-PROGRAM ' - UNABLE TO OPEN RUNCTL.LOG - '
000650                 'STATUS ' RCT-FILE-STATUS
000660         GO TO 8750-EXIT
000670     END-IF
000680
000690     ACCEPT RCT-DATE FROM DATE YYYYMMDD
000700     ACCEPT RCT-TIME FROM TIME
000710     PERFORM 8760-WRITE-CONTROL THRU 8760-EXIT
000720         VARYING RCT-TX FROM 1 BY 1 UNTIL RCT-TX > RCT-USED
000730     CLOSE RUNCTL-FILE
000740     MOVE 0 TO RCT-USED.
000750 8750-EXIT.
000760     EXIT.
000770
000780 8760-WRITE-CONTROL.
000790     MOVE SPACES                TO RUN-CONTROL-REC
000800     MOVE RCT-DATE              TO CTL-DATE
000810     MOVE RCT-TIME              TO CTL-TIME
000820     MOVE RCT-PROGRAM           TO CTL-PROGRAM
000830     MOVE RCT-E-TYPE (RCT-TX)   TO CTL-TYPE
000840     MOVE RCT-E-ITEM (RCT-TX)   TO CTL-ITEM
000850     MOVE RCT-E-COUNT (RCT-TX)  TO CTL-COUNT
000860     WRITE RUN-CONTROL-REC
000870     IF RCT-FILE-STATUS NOT = '00'
000880         DISPLAY RCT-PROGRAM ' - ERROR WRITING RUNCTL.LOG - '
000890                 'STATUS ' RCT-FILE-STATUS
000900     END-IF.
000910 8760-EXIT.
000920     EXIT.
