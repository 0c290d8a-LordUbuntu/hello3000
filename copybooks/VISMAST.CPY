000010*===============================================================
000020* COPYBOOK   : VISMAST.CPY
000030* DESCRIPTION: VISITOR MASTER RECORD - ONE PROFILE PER KNOWN
000040*              NON-EMPLOYEE, KEYED BY AN ASSIGNED VISITOR ID
000050*              WITH THE NAME AS AN ALTERNATE INDEX
000060*              (DUPLICATES ALLOWED). HELLO CREATES A PROFILE
000070*              THE FIRST TIME A VISITOR IS GREETED AND KEEPS
000080*              THE LAST-VISIT DATE AND VISIT COUNT CURRENT;
000090*              RECEPTION MAINTAINS COMPANY AND PHONE THROUGH
000100*              VISUPDT. THE RECORD WITH VISITOR ID ZERO IS
000110*              THE CONTROL RECORD HOLDING THE NEXT ID TO
000120*              ASSIGN (VM-CONTROL-PROFILE VIEW).
000130* AUTHOR     : J. BURGER
000140*===============================================================
000150* MODIFICATION HISTORY
000160* ----------------------------------------------------------------
000170* DATE       INIT  DESCRIPTION
000180* ---------- ----  -------------------------------------------
000190* 2026-10-14 JB    ORIGINAL COPYBOOK. RECORD IS 148 BYTES.
000200*===============================================================
000210 01  VISITOR-MASTER-RECORD.
000220     05 VM-VISITOR-ID                PIC 9(08).
000230         88 VM-CONTROL-KEY                     VALUE 0.
000240     05 VM-NAME                      PIC X(64).
000250     05 VM-PROFILE.
000260         10 VM-COMPANY               PIC X(40).
000270         10 VM-PHONE                 PIC X(15).
000280         10 VM-FIRST-VISIT-DATE      PIC 9(08).
000290         10 VM-LAST-VISIT-DATE       PIC 9(08).
000300         10 VM-VISIT-COUNT           PIC 9(05).
000310     05 VM-CONTROL-PROFILE REDEFINES VM-PROFILE.
000320         10 VM-NEXT-VISITOR-ID       PIC 9(08).
000330         10 FILLER                   PIC X(68).
