000010*===============================================================
000020* COPYBOOK   : HREXTR.CPY
000030* DESCRIPTION: HR'S FULL EMPLOYEE EXTRACT - ONE RECORD PER
000040*              CURRENT EMPLOYEE AS HR'S SYSTEM HOLDS THEM,
000050*              DELIVERED NIGHTLY IN NO PARTICULAR ORDER.
000060*              ANYONE ON EMPMAST BUT NOT ON THE EXTRACT HAS
000070*              LEFT. SAME FIELDS AS THE EMPLOYEE MASTER.
000080*              READ BY EMPRECN.
000090* AUTHOR     : J. BURGER
000100*===============================================================
000110* MODIFICATION HISTORY
000120* ----------------------------------------------------------------
000130* DATE       INIT  DESCRIPTION
000140* ---------- ----  -------------------------------------------
000150* 2026-10-14 JB    ORIGINAL COPYBOOK. RECORD IS 84 BYTES.
000160*===============================================================
000170 01  HR-EXTRACT-RECORD.
000180     05 HX-EMP-NUMBER                PIC 9(06).
000190     05 HX-NAME                      PIC X(64).
000200     05 HX-BADGE-NUMBER              PIC X(10).
000210     05 HX-DEPT-CODE                 PIC X(04).
