000010*===============================================================
000020* COPYBOOK   : BDGCTL.CPY
000030* DESCRIPTION: BADGE-POOL CONTROL RECORD - ONE RECORD PER LOBBY
000040*              GIVING THE FEWEST FREE BADGES ITS RANGE OF THE
000050*              POOL MAY HOLD BEFORE CARDS ARE REORDERED (SPACE
000060*              LOCATION = THE ANY-SITE RANGE). A LOBBY WITH NO
000070*              RECORD IS NEVER FLAGGED. READ BY BDGUPDT.
000080* AUTHOR     : J. BURGER
000090*===============================================================
000100* MODIFICATION HISTORY
000110* ----------------------------------------------------------------
000120* DATE       INIT  DESCRIPTION
000130* ---------- ----  -------------------------------------------
000140* 2026-10-14 JB    ORIGINAL COPYBOOK. RECORD IS 6 BYTES.
000150*===============================================================
000160 01  BADGE-CONTROL-RECORD.
000170     05 BK-LOCATION-CODE             PIC X(01).
000180     05 BK-MIN-FREE                  PIC 9(05).
