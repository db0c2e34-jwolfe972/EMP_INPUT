000272*                THE FILE AS EMP-SCR CREATES IT.
000274* 08/22/2026 JW  TERMINATED EMPLOYEES (EFR-STATUS 'T') ARE NO
000275*                LONGER LISTED ON THE ROSTER.
000276* 10/15/2026 JW  POST THE ROSTER COUNT TO THE RUN-CONTROL LEDGER
000277*                (RUNCTL.LOG) FOR THE NIGHTLY BALANCING STEP.
000278*-----------------------------------------------------------------
000280
000290 ENVIRONMENT DIVISION.
000300 INPUT-OUTPUT SECTION.
000390     SELECT REPORT-FILE ASSIGN TO 'EMPROST.RPT'
000400         ORGANIZATION IS LINE SEQUENTIAL
000410         FILE STATUS IS FILE-STATUS-2.
000411
000412     SELECT RUNCTL-FILE ASSIGN TO 'RUNCTL.LOG'
000413         ORGANIZATION IS LINE SEQUENTIAL
000414         FILE STATUS IS RCT-FILE-STATUS.
000420
000430
000440 DATA DIVISION.
000490
000500 FD  REPORT-FILE RECORDING MODE F.
000510 01  PRINT-LINE                          PIC X(132).
000511
000512 FD  RUNCTL-FILE RECORDING MODE F.
000513     COPY CTLREC.
000520
000530
000540 WORKING-STORAGE SECTION.
000620 77  WS-LINE-COUNT                        PIC 9(02) COMP VALUE 0.
000630 77  WS-PAGE-COUNT                        PIC 9(04) COMP VALUE 0.
000640 77  WS-EMP-COUNT                         PIC 9(06) COMP VALUE 0.
000641
000642     COPY RUNCTW.
000650
000660 01  HEADING-REC-1.
000670     05  FILLER                           PIC X(40) VALUE SPACES.
001850* 9000-TERMINATE
001860*-----------------------------------------------------------------
001870 9000-TERMINATE.
001871     MOVE 'EMPRPT'           TO RCT-PROGRAM
001872     MOVE 'C'                TO RCT-TYPE
001873     MOVE 'ROSTER'           TO RCT-ITEM
001874     MOVE WS-EMP-COUNT       TO RCT-AMOUNT
001875     PERFORM 8700-ADD-CONTROL THRU 8700-EXIT
001876     PERFORM 8750-POST-CONTROL THRU 8750-EXIT
001880     CLOSE OUTFILE
001890     CLOSE REPORT-FILE.
001900 9000-EXIT.
001910     EXIT.
001911
001912     COPY RUNCTP.
