000100*****************************************************************
000110* RUNCTW - WORKING-STORAGE AREA FOR THE SHARED RUN-CONTROL
000120* POSTING (RUNCTP). THE CALLER MOVES ITS PROGRAM NAME TO
000130* RCT-PROGRAM ONCE, THEN FOR EACH COUNT MOVES THE TYPE, ITEM AND
000140* AMOUNT TO RCT-TYPE, RCT-ITEM AND RCT-AMOUNT AND PERFORMS
000150* 8700-ADD-CONTROL THRU 8700-EXIT; COUNTS FOR THE SAME TYPE AND
000160* ITEM ACCUMULATE IN ONE SLOT. AT THE END OF THE RUN IT PERFORMS
000170* 8750-POST-CONTROL THRU 8750-EXIT TO APPEND ONE RUNCTL.LOG
000180* RECORD PER SLOT. THE CALLER DECLARES RUNCTL-FILE WITH FILE
000190* STATUS RCT-FILE-STATUS AND COPIES CTLREC UNDER ITS FD.
000200*****************************************************************
000210 01  RUN-CONTROL-AREA.
000220     05  RCT-FILE-STATUS                 PIC X(02) VALUE SPACES.
000230     05  RCT-PROGRAM                     PIC X(08) VALUE SPACES.
000240     05  RCT-TYPE                        PIC X(01) VALUE SPACE.
000250     05  RCT-ITEM                        PIC X(08) VALUE SPACES.
000260     05  RCT-AMOUNT                      PIC 9(07) VALUE ZERO.
000270     05  RCT-DATE                        PIC X(08) VALUE SPACES.
000280     05  RCT-TIME                        PIC X(08) VALUE SPACES.
000290     05  RCT-USED                        PIC 9(03) COMP VALUE 0.
000300     05  RCT-TX                          PIC 9(03) COMP VALUE 0.
000310     05  RCT-HIT                         PIC 9(03) COMP VALUE 0.
000320     05  RCT-ENTRY OCCURS 30 TIMES.
000330         10  RCT-E-TYPE                  PIC X(01).
000340         10  RCT-E-ITEM                  PIC X(08).
000350         10  RCT-E-COUNT                 PIC 9(07) COMP.
