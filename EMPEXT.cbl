000272*                THE FILE AS EMP-SCR CREATES IT.
000274* 08/22/2026 JW  TERMINATED EMPLOYEES (EFR-STATUS 'T') ARE NO
000275*                LONGER EXTRACTED TO PAYROLL.
000276* 10/15/2026 JW  POST THE EXTRACT COUNT TO THE RUN-CONTROL LEDGER
000277*                (RUNCTL.LOG) FOR THE NIGHTLY BALANCING STEP.
000278*-----------------------------------------------------------------
000280
000290 ENVIRONMENT DIVISION.
000300 INPUT-OUTPUT SECTION.
000390     SELECT PAYROLL-FILE ASSIGN TO 'PAYEXT.DAT'
000400         ORGANIZATION IS LINE SEQUENTIAL
000410         FILE STATUS IS FILE-STATUS-2.
000411
000412     SELECT RUNCTL-FILE ASSIGN TO 'RUNCTL.LOG'
000413         ORGANIZATION IS LINE SEQUENTIAL
000414         FILE STATUS IS RCT-FILE-STATUS.
000420
000430
000440 DATA DIVISION.
000560     05  PAY-ID                           PIC X(05).
000570     05  PAY-L-NAME                       PIC X(15).
000580     05  PAY-F-NAME                       PIC X(15).
000581
000582 FD  RUNCTL-FILE RECORDING MODE F.
000583     COPY CTLREC.
000590
000600
000610 WORKING-STORAGE SECTION.
000660     88  END-OF-FILE                              VALUE 'Y'.
000670
000680 77  WS-EXTRACT-COUNT                     PIC 9(06) COMP VALUE 0.
000681
000682     COPY RUNCTW.
000690
000700
000710 PROCEDURE DIVISION.
001190*-----------------------------------------------------------------
001200 9000-TERMINATE.
001210     DISPLAY 'EMPEXT - EMPLOYEES EXTRACTED: ' WS-EXTRACT-COUNT
001211     MOVE 'EMPEXT'           TO RCT-PROGRAM
001212     MOVE 'C'                TO RCT-TYPE
001213     MOVE 'EXTRACT'          TO RCT-ITEM
001214     MOVE WS-EXTRACT-COUNT   TO RCT-AMOUNT
001215     PERFORM 8700-ADD-CONTROL THRU 8700-EXIT
001216     PERFORM 8750-POST-CONTROL THRU 8750-EXIT
001220     CLOSE OUTFILE
001230     CLOSE PAYROLL-FILE.
001240 9000-EXIT.
001250     EXIT.
001251
001252     COPY RUNCTP.
