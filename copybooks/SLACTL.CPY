000010*===============================================================
000020* COPYBOOK   : SLACTL.CPY
000030* DESCRIPTION: BADGE-VENDOR CONTRACT TERMS - A SINGLE CONTROL
000040*              RECORD KEYED FROM THE VENDOR CONTRACT. A DAY IS
000050*              BELOW SLA WHEN ITS MATCH RATE IS UNDER THE
000060*              TARGET RATE; EACH SUCH DAY EARNS A CREDIT OF
000070*              SC-CREDIT-PCT-PER-DAY PERCENT OF THE MONTHLY
000080*              FEE, UP TO SC-CREDIT-CAP-PCT PERCENT OF THE FEE
000090*              FOR THE MONTH. READ BY HELLOSLA.
000100* AUTHOR     : J. BURGER
000110*===============================================================
000120* MODIFICATION HISTORY
000130* ----------------------------------------------------------------
000140* DATE       INIT  DESCRIPTION
000150* ---------- ----  -------------------------------------------
000160* 2026-10-14 JB    ORIGINAL COPYBOOK. RECORD IS 24 BYTES.
000170*===============================================================
000180 01  SLA-CONTROL-RECORD.
000190     05 SC-TARGET-RATE               PIC 9(03)V9(02).
000200     05 SC-MONTHLY-FEE               PIC 9(07)V9(02).
000210     05 SC-CREDIT-PCT-PER-DAY        PIC 9(03)V9(02).
000220     05 SC-CREDIT-CAP-PCT            PIC 9(03)V9(02).
