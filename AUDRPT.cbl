000230* THE RAW FILE. THE RUN DECK ARCHIVES THE PROCESSED LOG TO A
000240* DATED FILE AFTER THIS PROGRAM COMPLETES, SO THE NEXT SESSION
000250* STARTS A FRESH AUDIT.LOG.
000251* BEFORE IT ENDS IT POSTS WHAT IT FOUND ON THE LOG TO THE RUN-
000252* CONTROL LEDGER (RUNCTL.LOG) - THE RECORD TOTAL, THEN THE COUNT
000253* FOR EACH ACTION CODE - SO THE BALANCING STEP (EMPBAL) CAN PROVE
000254* THE LOG HOLDS EXACTLY WHAT THE PROGRAMS SAY THEY WROTE TO IT.
000260*****************************************************************
000270*-----------------------------------------------------------------
000280* MODIFICATION HISTORY
000290*-----------------------------------------------------------------
000300* 08/22/2026 JW  ORIGINAL PROGRAM.
000301* 10/15/2026 JW  POST THE AUDIT.LOG TOTAL AND ACTION COUNTS TO
000302*                THE RUN-CONTROL LEDGER FOR THE NIGHTLY BALANCING.
000310*-----------------------------------------------------------------
000320
000330 ENVIRONMENT DIVISION.
000410     SELECT REPORT-FILE ASSIGN TO 'AUDACT.RPT'
000420         ORGANIZATION IS LINE SEQUENTIAL
000430         FILE STATUS IS FILE-STATUS-2.
000431
000432     SELECT RUNCTL-FILE ASSIGN TO 'RUNCTL.LOG'
000433         ORGANIZATION IS LINE SEQUENTIAL
000434         FILE STATUS IS RCT-FILE-STATUS.
000440
000450
000460 DATA DIVISION.
000510
000520 FD  REPORT-FILE RECORDING MODE F.
000530 01  PRINT-LINE                          PIC X(132).
000531
000532 FD  RUNCTL-FILE RECORDING MODE F.
000533     COPY CTLREC.
000540
000550
000560 WORKING-STORAGE SECTION.
000850     05  AT-ENTRY OCCURS 20 TIMES.
000860         10  AT-ACTION                   PIC X(06).
000870         10  AT-COUNT                    PIC 9(06) COMP.
000871
000872     COPY RUNCTW.
000880
000890 01  HEADING-REC-1.
000900     05  FILLER                           PIC X(40) VALUE SPACES.
003180     MOVE AT-COUNT (WS-TX)  TO SUM-COUNT
003190     WRITE PRINT-LINE FROM SUMMARY-REC.
003200 8200-EXIT.
003201     EXIT.
003202
003203*-----------------------------------------------------------------
003204* 8300-POST-CONTROLS - THE LOG TOTAL GOES TO THE LEDGER FIRST,
003205* EVEN WHEN IT IS ZERO: EMPBAL READS THE TOTAL RECORD AS THE
003206* POINT WHERE ONE AUDIT.LOG ENDS AND THE NEXT BEGINS.
003207*-----------------------------------------------------------------
003208 8300-POST-CONTROLS.
003209     MOVE 'AUDRPT'           TO RCT-PROGRAM
003210     MOVE 'L'                TO RCT-TYPE
003211     MOVE 'TOTAL'            TO RCT-ITEM
003212     MOVE WS-AUDIT-COUNT     TO RCT-AMOUNT
003213     PERFORM 8700-ADD-CONTROL THRU 8700-EXIT
003214     PERFORM 8310-ADD-ACT-CONTROL THRU 8310-EXIT
003215         VARYING WS-TX FROM 1 BY 1 UNTIL WS-TX > WS-AT-USED
003216     PERFORM 8750-POST-CONTROL THRU 8750-EXIT.
003217 8300-EXIT.
003218     EXIT.
003219
003220 8310-ADD-ACT-CONTROL.
003221     MOVE AT-ACTION (WS-TX)  TO RCT-ITEM
003222     MOVE AT-COUNT (WS-TX)   TO RCT-AMOUNT
003223     PERFORM 8700-ADD-CONTROL THRU 8700-EXIT.
003224 8310-EXIT.
003225     EXIT.
003226
003230*-----------------------------------------------------------------
003240* 9000-TERMINATE
003250*-----------------------------------------------------------------
003260 9000-TERMINATE.
003270     DISPLAY 'AUDRPT - AUDIT TRANSACTIONS REPORTED: '
003280             WS-AUDIT-COUNT
003281     PERFORM 8300-POST-CONTROLS THRU 8300-EXIT
003285     IF FILE-STATUS-1 NOT = '35'
003290         CLOSE AUDIT-FILE
003295     END-IF
003300     CLOSE REPORT-FILE.
003310 9000-EXIT.
003320     EXIT.
003321
003322     COPY RUNCTP.
