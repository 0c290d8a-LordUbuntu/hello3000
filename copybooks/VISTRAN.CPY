000010*===============================================================
000020* COPYBOOK   : VISTRAN.CPY
000030* DESCRIPTION: VISITOR-MASTER MAINTENANCE TRANSACTION RECORD -
000040*              ONE RECORD PER ADD ('A'), CHANGE ('C'), DELETE
000050*              ('D') OR NAME CHANGE ('N') RECEPTION KEYS
000060*              AGAINST THE VISITOR MASTER. AN ADD CARRIES A
000070*              ZERO VISITOR ID - VISUPDT ASSIGNS THE NEXT ONE
000080*              AND PRINTS IT ON THE AUDIT LISTING. READ BY
000090*              VISUPDT.
000100* AUTHOR     : J. BURGER
000110*===============================================================
000120* MODIFICATION HISTORY
000130* ----------------------------------------------------------------
000140* DATE       INIT  DESCRIPTION
000150* ---------- ----  -------------------------------------------
000160* 2026-10-14 JB    ORIGINAL COPYBOOK. RECORD IS 192 BYTES.
000170*===============================================================
000180 01  VISITOR-TRANS-RECORD.
000190     05 VT-TRANS-CODE                PIC X(01).
000200         88 VT-ADD                             VALUE 'A'.
000210         88 VT-CHANGE                          VALUE 'C'.
000220         88 VT-DELETE                          VALUE 'D'.
000230         88 VT-NAME-CHANGE                     VALUE 'N'.
000240     05 VT-VISITOR-ID                PIC 9(08).
000250     05 VT-NAME                      PIC X(64).
000260     05 VT-COMPANY                   PIC X(40).
000270     05 VT-PHONE                     PIC X(15).
000280     05 VT-NEW-NAME                  PIC X(64).
