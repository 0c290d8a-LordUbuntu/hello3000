000131* 2026-09-02 JB    ADDED BI-LOCATION-CODE SO THE BADGE PRINTER
000132*                  AT EACH LOBBY ONLY PICKS UP ITS OWN
000133*                  RECORDS. BADGEIF LRECL TO 94.
000134* 2026-10-14 JB    ADDED BI-VISITOR-ID - THE VISITOR'S PROFILE
000135*                  ID ON THE NEW VISITOR MASTER, SO A RETURNING
000136*                  VISITOR'S BADGE CAN CARRY THEIR ID. ZERO FOR
000137*                  EMPLOYEES. BADGEIF LRECL TO 102.
000138* 2026-10-15 JB    ADDED BI-RUN-SEQUENCE - THE HELLO RUN WITHIN
000139*                  THE DAY AND LOCATION THAT FED THE BADGE, SO
000140*                  THE LOADER CAN PICK UP EACH INTRADAY BATCH AS
000141*                  IT LANDS. BADGEIF LRECL TO 104.
000142*===============================================================
000143 01  BADGE-INTERFACE-RECORD.
000150     05 BI-NAME                      PIC X(64).
000160     05 BI-BADGE-NUMBER              PIC X(10).
000170     05 BI-DEPT-CODE                 PIC X(04).
000190     05 BI-VISIT-DATE                PIC 9(08).
000200     05 BI-EMP-NUMBER                PIC 9(06).
000210     05 BI-LOCATION-CODE             PIC X(01).
000220     05 BI-VISITOR-ID                PIC 9(08).
000230     05 BI-RUN-SEQUENCE              PIC 9(02).
