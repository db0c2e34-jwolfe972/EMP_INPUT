000100*****************************************************************
000110* CHGREC - OUTBOUND EMPLOYEE CHANGE FEED RECORD LAYOUT
000120* ONE FILE (CHGFEED.DAT) IS BUILT EACH NIGHT BY EMPCHG FROM THE
000130* CHANGE-HISTORY JOURNAL FOR CORPORATE HR AND THE BENEFITS
000140* CARRIER. IT HOLDS A HEADER, ONE DETAIL PER EMPLOYEE CHANGED
000150* SINCE THE LAST FEED, AND A TRAILER. CHG-REC-TYPE SAYS WHICH:
000160*   'H' - HEADER. CHH-SEQUENCE NUMBERS THE FEEDS 1, 2, 3, ... SO
000170*         THE RECEIVER CAN SPOT ONE MISSED OR SENT TWICE. A FEED
000180*         REGENERATED ON REQUEST KEEPS ITS ORIGINAL SEQUENCE AND
000190*         CARRIES CHH-RUN-TYPE 'R'. THE FROM AND TO STAMPS
000200*         (YYYYMMDDHHMMSSHH) BOUND THE JOURNAL ENTRIES IT COVERS.
000210*   'D' - DETAIL. THE SAME FIELDS IN THE SAME ORDER AS THE INBOUND
000220*         FEED (TRNREC), AS THE RECORD STANDS AFTER THE LAST
000230*         CHANGE IN THE FEED, FOLLOWED BY THE STATUS AND THE
000235*         REPORTS-TO MANAGER (SPACES WHEN THERE IS NONE).
000238*         CHG-ACTION IS 'A' (ADD), 'C' (CHANGE, TRANSFER, PAY OR
000240*         MANAGER CHANGE), 'D' (SEPARATION), 'R' (REHIRE) OR 'X'
000250*         (RECORD REMOVED FROM THE MASTER - THE FIELDS ARE THE
000260*         RECORD AS IT STOOD).
000270*         CHG-EFF-DATE IS THE DATE OF THAT LAST CHANGE.
000280*   'T' - TRAILER. THE DETAIL COUNT AND THE COUNT PER ACTION.
000290*****************************************************************
000300 01  CHANGE-FEED-REC.
000310     05  CHG-REC-TYPE                    PIC X(01).
000320         88  CHG-HEADER                           VALUE 'H'.
000330         88  CHG-DETAIL                           VALUE 'D'.
000340         88  CHG-TRAILER                          VALUE 'T'.
000350     05  FILLER                          PIC X(02).
000360     05  CHG-DETAIL-DATA.
000370         10  CHG-ACTION                  PIC X(01).
000380         10  FILLER                      PIC X(02).
000390         10  CHG-F-NAME                  PIC X(15).
000400         10  FILLER                      PIC X(02).
000410         10  CHG-L-NAME                  PIC X(15).
000420         10  FILLER                      PIC X(02).
000430         10  CHG-ID                      PIC X(05).
000440         10  FILLER                      PIC X(02).
000450         10  CHG-DEPT                    PIC X(10).
000460         10  FILLER                      PIC X(02).
000470         10  CHG-HIRE-DATE               PIC X(08).
000480         10  FILLER                      PIC X(02).
000490         10  CHG-PAY-RATE                PIC 9(05)V99.
000500         10  FILLER                      PIC X(02).
000510         10  CHG-TERM-DATE               PIC X(08).
000520         10  FILLER                      PIC X(02).
000530         10  CHG-EFF-DATE                PIC X(08).
000540         10  FILLER                      PIC X(02).
000550         10  CHG-GRADE                   PIC X(04).
000560         10  FILLER                      PIC X(02).
000570         10  CHG-STATUS                  PIC X(01).
000572         10  FILLER                      PIC X(02).
000574         10  CHG-MGR-ID                  PIC X(05).
000580     05  CHG-HEADER-DATA REDEFINES CHG-DETAIL-DATA.
000590         10  CHH-SEQUENCE                PIC 9(06).
000600         10  FILLER                      PIC X(02).
000610         10  CHH-FEED-DATE               PIC X(08).
000620         10  FILLER                      PIC X(02).
000630         10  CHH-RUN-TYPE                PIC X(01).
000640         10  FILLER                      PIC X(02).
000650         10  CHH-FROM-STAMP              PIC X(16).
000660         10  FILLER                      PIC X(02).
000670         10  CHH-TO-STAMP                PIC X(16).
000680         10  FILLER                      PIC X(02).
000690         10  CHH-CREATED                 PIC X(16).
000700         10  FILLER                      PIC X(36).
000710     05  CHG-TRAILER-DATA REDEFINES CHG-DETAIL-DATA.
000720         10  CHT-SEQUENCE                PIC 9(06).
000730         10  FILLER                      PIC X(02).
000740         10  CHT-DETAIL-COUNT            PIC 9(07).
000750         10  FILLER                      PIC X(02).
000760         10  CHT-ADD-COUNT               PIC 9(07).
000770         10  FILLER                      PIC X(02).
000780         10  CHT-CHANGE-COUNT            PIC 9(07).
000790         10  FILLER                      PIC X(02).
000800         10  CHT-TERM-COUNT              PIC 9(07).
000810         10  FILLER                      PIC X(02).
000820         10  CHT-REHIRE-COUNT            PIC 9(07).
000830         10  FILLER                      PIC X(02).
000840         10  CHT-REMOVE-COUNT            PIC 9(07).
000850         10  FILLER                      PIC X(49).
