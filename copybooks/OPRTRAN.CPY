000010*===============================================================
000020* COPYBOOK   : OPRTRAN.CPY
000030* DESCRIPTION: OPERATOR MAINTENANCE TRANSACTION RECORD. 'A'
000040*              ADDS AN OPERATOR (NAME, ROLE AND LOCATIONS ALL
000050*              REQUIRED; THE NEW OPERATOR STARTS ACTIVE). 'C'
000060*              CHANGES AN OPERATOR - ONLY THE FIELDS KEYED
000070*              NON-BLANK REPLACE WHAT IS ON FILE. 'I' MAKES AN
000080*              OPERATOR INACTIVE; 'R' REACTIVATES ONE. THERE
000090*              IS NO DELETE. READ BY OPRUPDT.
000100* AUTHOR     : J. BURGER
000110*===============================================================
000120* MODIFICATION HISTORY
000130* ----------------------------------------------------------------
000140* DATE       INIT  DESCRIPTION
000150* ---------- ----  -------------------------------------------
000160* 2026-10-14 JB    ORIGINAL COPYBOOK. RECORD IS 50 BYTES.
000170*===============================================================
000180 01  OPERATOR-TRANS-RECORD.
000190     05 OT-TRANS-CODE                PIC X(01).
000200         88 OT-ADD-OPERATOR                    VALUE 'A'.
000210         88 OT-CHANGE-OPERATOR                 VALUE 'C'.
000220         88 OT-INACTIVATE                      VALUE 'I'.
000230         88 OT-REACTIVATE                      VALUE 'R'.
000240     05 OT-OPERATOR-ID               PIC X(08).
000250     05 OT-NAME                      PIC X(30).
000260     05 OT-ROLE                      PIC X(01).
000270     05 OT-LOCATIONS                 PIC X(10).
