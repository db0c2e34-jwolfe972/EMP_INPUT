000210* DELETED FROM THE MASTER, WITH A PURGE TRANSACTION WRITTEN TO
000220* AUDIT.LOG. RECENTLY TERMINATED EMPLOYEES STAY ON THE MASTER SO
000230* PAYROLL CAN STILL RESOLVE FINAL-PAYCHECK QUESTIONS.
000231*
000232* EVERY PURGE IS ALSO JOURNALED TO HIST.LOG (ACTION PURGE) WITH
000233* THE PURGED RECORD AS THE BEFORE IMAGE AND AN EMPTY AFTER IMAGE,
000234* SO A FORWARD RECOVERY (EMPRCV) REMOVES IT FROM A RELOADED MASTER
000235* THE SAME WAY IT REMOVES AN EMP-SCR DELETE.
000240*
000250* THE RETENTION PERIOD IN YEARS COMES FROM THE FIRST TWO
000260* COLUMNS OF PURGE.PRM (FOR EXAMPLE '07'); WHEN THE PARAMETER
000326*                CHECKED AGAINST THE HIRE DATE BEFORE THE PURGE
000328*                ARITHMETIC TRUSTS IT. A RECORD WITH A BAD DATE
000329*                IS LEFT ON THE MASTER, REPORTED ON THE CONSOLE
000330*                AND COUNTED; THE RUN ENDS WITH RETURN CODE 4.
000331* 10/15/2026 JW  ARCHIVE RECORD LENGTHENED FOR THE PAY GRADE ON
000332*                THE MASTER.
000333* 10/15/2026 JW  COUNT THE AUDIT RECORDS WRITTEN AND POST THEM TO
000334*                THE RUN-CONTROL LEDGER FOR THE NIGHTLY BALANCING.
000335* 10/15/2026 JW  JOURNAL EACH PURGE TO HIST.LOG SO THE JOURNAL
000336*                CARRIES EVERY RECORD REMOVED FROM THE MASTER.
000337* 10/15/2026 JW  ARCHIVE RECORD LENGTHENED FOR THE REPORTS-TO
000338*                MANAGER ON THE MASTER.
000339*-----------------------------------------------------------------
000340
000350 ENVIRONMENT DIVISION.
000360 INPUT-OUTPUT SECTION.
000540     SELECT AUDIT-FILE ASSIGN TO 'AUDIT.LOG'
000550         ORGANIZATION IS LINE SEQUENTIAL
000560         FILE STATUS IS FILE-STATUS-4.
000561
000562     SELECT RUNCTL-FILE ASSIGN TO 'RUNCTL.LOG'
000563         ORGANIZATION IS LINE SEQUENTIAL
000564         FILE STATUS IS RCT-FILE-STATUS.
000565
000566     SELECT HIST-FILE ASSIGN TO 'HIST.LOG'
000567         ORGANIZATION IS LINE SEQUENTIAL
000568         FILE STATUS IS FILE-STATUS-5.
000570
000580
000590 DATA DIVISION.
000660* THE ARCHIVE CARRIES THE MASTER RECORD AS-IS, ONE PER LINE.
000670*-----------------------------------------------------------------
000680 FD  ARCHIVE-FILE RECORDING MODE F.
000690 01  ARCHIVE-REC                         PIC X(96).
000700
000710 FD  PARM-FILE RECORDING MODE F.
000720 01  PARM-REC.
000750
000760 FD  AUDIT-FILE RECORDING MODE F.
000770     COPY EMPAUD.
000771
000772 FD  RUNCTL-FILE RECORDING MODE F.
000773     COPY CTLREC.
000774
000775 FD  HIST-FILE RECORDING MODE F.
000776     COPY HSTREC.
000780
000790
000800 WORKING-STORAGE SECTION.
000820 77  FILE-STATUS-2                        PIC X(02) VALUE SPACES.
000830 77  FILE-STATUS-3                        PIC X(02) VALUE SPACES.
000840 77  FILE-STATUS-4                        PIC X(02) VALUE SPACES.
000842 77  FILE-STATUS-5                        PIC X(02) VALUE SPACES.
000844
000846     COPY RUNCTW.
000850
000860 77  WS-EOF-SW                            PIC X(01) VALUE 'N'.
000870     88  END-OF-FILE                              VALUE 'Y'.
001210* ARE CREATED THE FIRST TIME THEY ARE USED.
001220*-----------------------------------------------------------------
001230 1000-INITIALIZE.
001231     MOVE 'EMPPUR' TO RCT-PROGRAM
001240     OPEN INPUT PARM-FILE
001250     IF FILE-STATUS-3 = '00'
001260         READ PARM-FILE
001590         OPEN OUTPUT AUDIT-FILE
001600         CLOSE AUDIT-FILE
001610         OPEN EXTEND AUDIT-FILE
001611     END-IF
001612
001613     OPEN EXTEND HIST-FILE
001614     IF FILE-STATUS-5 = '35'
001615         OPEN OUTPUT HIST-FILE
001616         CLOSE HIST-FILE
001617         OPEN EXTEND HIST-FILE
001620     END-IF
001630
001640     PERFORM 1100-READ-NEXT THRU 1100-EXIT.
002020         GO TO 2100-EXIT
002030     END-IF
002040
002041     PERFORM 2910-SET-BEFORE THRU 2910-EXIT
002042
002050     DELETE OUTFILE
002060         INVALID KEY
002070             DISPLAY 'EMPPUR - ERROR DELETING EMPLOYEE - STATUS '
002110     IF FILE-STATUS-1 = '00'
002120         ADD 1 TO WS-PURGE-COUNT
002130         PERFORM 2800-WRITE-AUDIT THRU 2800-EXIT
002131         PERFORM 2900-WRITE-HISTORY THRU 2900-EXIT
002140     END-IF.
002150 2100-EXIT.
002160     EXIT.
002310     IF FILE-STATUS-4 IS NOT EQUAL TO '00'
002320         DISPLAY 'EMPPUR - ERROR WRITING AUDIT RECORD - STATUS '
002330                 FILE-STATUS-4
002340     ELSE
002341         MOVE 'W'        TO RCT-TYPE
002342         MOVE AUD-ACTION TO RCT-ITEM
002343         MOVE 1          TO RCT-AMOUNT
002344         PERFORM 8700-ADD-CONTROL THRU 8700-EXIT
002345     END-IF.
002346 2800-EXIT.
002347     EXIT.
002348
002349*-----------------------------------------------------------------
002350* 2900-WRITE-HISTORY - ONE CHANGE-HISTORY JOURNAL RECORD PER
002351* PURGE, SAME JOURNAL EMP-SCR, EMPTRN, EMPRAT AND EMPXFR WRITE.
002352* THE AFTER IMAGE IS EMPTY (SPACES WITH A ZERO PAY RATE), AS FOR
002353* AN EMP-SCR DELETE.
002354*-----------------------------------------------------------------
002355 2900-WRITE-HISTORY.
002356     ACCEPT HST-DATE FROM DATE YYYYMMDD
002357     ACCEPT HST-TIME FROM TIME
002358     MOVE BATCH-OPERATOR-ID TO HST-OPERATOR
002359     MOVE 'PURGE'           TO HST-ACTION
002360     MOVE SPACES            TO HST-AFTER-IMAGE
002361     MOVE ZEROS             TO HST-A-PAY-RATE
002362     MOVE SPACES            TO HST-A-GRADE
002363     MOVE SPACES            TO HST-A-MGR-ID
002364
002365     WRITE HIST-REC.
002366
002367     IF FILE-STATUS-5 IS NOT EQUAL TO '00'
002368         DISPLAY 'EMPPUR - ERROR WRITING HISTORY RECORD - '
002369                 'STATUS ' FILE-STATUS-5
002370     END-IF.
002371 2900-EXIT.
002372     EXIT.
002373
002374*-----------------------------------------------------------------
002375* 2910-SET-BEFORE - CAPTURE THE MASTER RECORD AHEAD OF THE DELETE.
002376*-----------------------------------------------------------------
002377 2910-SET-BEFORE.
002378     MOVE EFR-F-NAME    TO HST-B-F-NAME
002379     MOVE EFR-L-NAME    TO HST-B-L-NAME
002380     MOVE EFR-DEPT      TO HST-B-DEPT
002381     MOVE EFR-HIRE-DATE TO HST-B-HIRE-DATE
002382     MOVE EFR-PAY-RATE  TO HST-B-PAY-RATE
002383     MOVE EFR-STATUS    TO HST-B-STATUS
002384     MOVE EFR-TERM-DATE TO HST-B-TERM-DATE
002385     MOVE EFR-GRADE     TO HST-B-GRADE
002386     MOVE EFR-MGR-ID    TO HST-B-MGR-ID
002387     MOVE EFR-ID        TO HST-ID.
002388 2910-EXIT.
002389     EXIT.
002390
002391     COPY DATEDP.
002392
002393     COPY RUNCTP.
002394
002395*-----------------------------------------------------------------
002396* 9000-TERMINATE
002400*-----------------------------------------------------------------
002410 9000-TERMINATE.
002420     DISPLAY 'EMPPUR - EMPLOYEES READ:   ' WS-READ-COUNT
002430     DISPLAY 'EMPPUR - EMPLOYEES PURGED: ' WS-PURGE-COUNT
002435     DISPLAY 'EMPPUR - BAD TERM DATES:   ' WS-BAD-DATE-COUNT
002436     PERFORM 8750-POST-CONTROL THRU 8750-EXIT
002440     CLOSE OUTFILE
002450     CLOSE ARCHIVE-FILE
002460     CLOSE AUDIT-FILE
002461     CLOSE HIST-FILE.
002470 9000-EXIT.
002480     EXIT.
