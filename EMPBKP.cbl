000310* GENERATION OF RPTBKP.SEQ. TO RECOVER FROM A DAMAGED INDEX,
000320* COPY THE WANTED GENERATION BACK TO RPTBKP.SEQ, PUT
000330* FUNCTION=RELOAD ON THE CONTROL CARD AND RUN THIS PROGRAM -
000331* RELOAD REPLACES RPT.DOC IN FULL.
000332* RELOAD ALONE LOSES EVERYTHING KEYED SINCE THE GENERATION WAS
000333* TAKEN; TO ROLL THE RELOADED MASTER FORWARD THROUGH THE CHANGE-
000334* HISTORY JOURNAL AS WELL, USE THE RECOVERY_RUN DECK (EMPRCV).
000335*
000336* A BACKUP UNLOADED BEFORE THE PAY GRADE (EFR-GRADE) WAS ADDED TO
000337* THE END OF THE MASTER RECORD RELOADS AS IT STANDS - THE SHORTER
000338* LINES READ IN WITH THE GRADE BLANK. UNLOAD, INSTALL THE NEW
000339* LAYOUT, THEN RELOAD IS THE CONVERSION TO THE LONGER RECORD.
000340* THE REPORTS-TO MANAGER (EFR-MGR-ID) WAS ADDED THE SAME WAY AND
000341* CONVERTS THE SAME WAY - A PRE-MANAGER BACKUP RELOADS WITH THE
000342* MANAGER BLANK.
000343*
000344* AN UNLOAD POSTS THE RECORD COUNT (UNLOAD) AND THE NUMBER OF
000345* ACTIVE EMPLOYEES UNLOADED (ACTIVE) TO THE RUN-CONTROL LEDGER
000346* (RUNCTL.LOG), THE STARTING POINT THE NIGHTLY BALANCING STEP
000347* (EMPBAL) CARRIES FORWARD TO THE ROSTER AND THE PAYROLL EXTRACT.
000350*
000360* RETURN CODE 0 MEANS THE FUNCTION RAN AND THE COUNTS BALANCED;
000370* 16 MEANS A FILE WOULD NOT OPEN, THE FUNCTION CARD WAS BAD OR
000432* 08/22/2026 JW  ADDED FUNCTION=CONVERT, THE ONE-TIME REBUILD OF
000434*                A PRE-STATUS, PRE-ALTERNATE-INDEX MASTER - THE
000436*                NEW-LAYOUT SELECTS CANNOT OPEN THE OLD FILE, SO
000437*                THE OLD LAYOUT IS READ THROUGH ITS OWN SELECT.
000438* 10/15/2026 JW  BACKUP RECORD LENGTHENED FOR THE PAY GRADE ON THE
000439*                MASTER; A PRE-GRADE BACKUP RELOADS WITH THE
000440*                GRADE BLANK. CONVERT LEAVES THE GRADE BLANK TOO.
000441* 10/15/2026 JW  UNLOAD POSTS ITS RECORD AND ACTIVE COUNTS TO THE
000442*                RUN-CONTROL LEDGER FOR THE NIGHTLY BALANCING.
000443* 10/15/2026 JW  HEADER POINTS TO EMPRCV FOR FORWARD RECOVERY.
000444* 10/15/2026 JW  BACKUP RECORD LENGTHENED FOR THE REPORTS-TO
000445*                MANAGER ON THE MASTER; A PRE-MANAGER BACKUP
000446*                RELOADS WITH THE MANAGER BLANK, AND CONVERT
000447*                LEAVES IT BLANK.
000448*-----------------------------------------------------------------
000450
000460 ENVIRONMENT DIVISION.
000470 INPUT-OUTPUT SECTION.
000600
000610     SELECT BACKUP-FILE ASSIGN TO 'RPTBKP.SEQ'
000620         ORGANIZATION IS LINE SEQUENTIAL
000622         FILE STATUS IS FILE-STATUS-3.
000624
000626     SELECT RUNCTL-FILE ASSIGN TO 'RUNCTL.LOG'
000628         ORGANIZATION IS LINE SEQUENTIAL
000630         FILE STATUS IS RCT-FILE-STATUS.
000632
000634*    THE EMPLOYEE MASTER AS IT WAS BEFORE THE STATUS FIELDS AND
000635*    THE LAST-NAME ALTERNATE INDEX - ONLY FUNCTION=CONVERT OPENS
000760* THE BACKUP CARRIES THE MASTER RECORD AS-IS, ONE PER LINE.
000770*-----------------------------------------------------------------
000780 FD  BACKUP-FILE RECORDING MODE F.
000782 01  BACKUP-REC                          PIC X(96).
000784
000786 FD  RUNCTL-FILE RECORDING MODE F.
000788     COPY CTLREC.
000792
000793*-----------------------------------------------------------------
000794* THE EMPLOYEE MASTER RECORD AS IT WAS BEFORE EFR-STATUS AND
000930
000940 77  WS-MASTER-COUNT                      PIC 9(06) COMP VALUE 0.
000950 77  WS-BACKUP-COUNT                      PIC 9(06) COMP VALUE 0.
000952 77  WS-VERIFY-COUNT                      PIC 9(06) COMP VALUE 0.
000954 77  WS-ACTIVE-COUNT                      PIC 9(06) COMP VALUE 0.
000956
000958     COPY RUNCTW.
000960
000962*-----------------------------------------------------------------
000963* BUILD AREA FOR ONE CONVERTED RECORD IN THE NEW EMPREC LAYOUT.
000964* EFR-STATUS AND EFR-TERM-DATE ARE LEFT AS SPACES, WHICH THE
000965* REST OF THE SYSTEM TREATS AS AN ACTIVE EMPLOYEE.
000966* EFR-GRADE IS LEFT BLANK AS WELL - NO GRADE, NO RANGE CHECK.
000967* SO IS EFR-MGR-ID - NO MANAGER UNTIL ONE IS KEYED.
000968*-----------------------------------------------------------------
000969 01  CNV-NEW-REC.
000970     05  CNV-F-NAME                      PIC X(15).
000982     05  CNV-STATUS                      PIC X(01).
000983     05  FILLER                          PIC X(02).
000984     05  CNV-TERM-DATE                   PIC X(08).
000985     05  FILLER                          PIC X(02).
000986     05  CNV-GRADE                       PIC X(04).
000987     05  FILLER                          PIC X(02).
000988     05  CNV-MGR-ID                      PIC X(05).
000989
000990
000991 PROCEDURE DIVISION.
001000*-----------------------------------------------------------------
001010* 0000-MAINLINE
001020*-----------------------------------------------------------------
001740         DISPLAY 'EMPBKP - VERIFY MISMATCH - MASTER '
001750                 WS-MASTER-COUNT ' BACKUP ' WS-VERIFY-COUNT
001760         MOVE 16 TO RETURN-CODE
001761         GO TO 2000-EXIT
001762     END-IF
001763
001764     MOVE 'EMPBKP'           TO RCT-PROGRAM
001765     MOVE 'C'                TO RCT-TYPE
001766     MOVE 'UNLOAD'           TO RCT-ITEM
001767     MOVE WS-MASTER-COUNT    TO RCT-AMOUNT
001768     PERFORM 8700-ADD-CONTROL THRU 8700-EXIT
001769     MOVE 'ACTIVE'           TO RCT-ITEM
001771     MOVE WS-ACTIVE-COUNT    TO RCT-AMOUNT
001772     PERFORM 8700-ADD-CONTROL THRU 8700-EXIT
001773     PERFORM 8750-POST-CONTROL THRU 8750-EXIT.
001780 2000-EXIT.
001790     EXIT.
001800
001960         STOP RUN
001970     END-IF
001980     ADD 1 TO WS-MASTER-COUNT
001981     IF NOT EFR-TERMINATED
001982         ADD 1 TO WS-ACTIVE-COUNT
001983     END-IF
001990     PERFORM 2100-READ-MASTER THRU 2100-EXIT.
002000 2200-EXIT.
002010     EXIT.
004710     PERFORM 6100-READ-OLD THRU 6100-EXIT.
004720 6200-EXIT.
004730     EXIT.
004731
004732     COPY RUNCTP.
