000010*===============================================================
000020* COPYBOOK   : BDGTRAN.CPY
000030* DESCRIPTION: BADGE-POOL MAINTENANCE TRANSACTION RECORD - ONE
000040*              RECORD PER ADD ('A') OF NEW CARD STOCK, RETIRE
000050*              ('R') OF A DAMAGED OR DESTROYED CARD, MOVE ('M')
000060*              OF A CARD TO ANOTHER LOBBY'S RANGE, OR
000070*              REINSTATE ('I') OF A WRITTEN-OFF NUMBER ON A
000080*              REPLACEMENT CARD. BT-LOCATION-CODE IS THE NEW
000090*              ENTRY'S LOBBY ON AN ADD AND THE TARGET LOBBY ON
000100*              A MOVE (SPACE = ANY SITE); IGNORED OTHERWISE.
000110*              READ BY BDGUPDT.
000120* AUTHOR     : J. BURGER
000130*===============================================================
000140* MODIFICATION HISTORY
000150* ----------------------------------------------------------------
000160* DATE       INIT  DESCRIPTION
000170* ---------- ----  -------------------------------------------
000180* 2026-10-14 JB    ORIGINAL COPYBOOK. RECORD IS 12 BYTES.
000190*===============================================================
000200 01  BADGE-TRANS-RECORD.
000210     05 BT-TRANS-CODE                PIC X(01).
000220         88 BT-ADD                             VALUE 'A'.
000230         88 BT-RETIRE                          VALUE 'R'.
000240         88 BT-MOVE                            VALUE 'M'.
000250         88 BT-REINSTATE                       VALUE 'I'.
000260     05 BT-BADGE-NUMBER              PIC X(10).
000270     05 BT-LOCATION-CODE             PIC X(01).
