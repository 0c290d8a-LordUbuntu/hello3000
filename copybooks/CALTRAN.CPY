000010*===============================================================
000020* COPYBOOK   : CALTRAN.CPY
000030* DESCRIPTION: CALENDAR MAINTENANCE TRANSACTION RECORD.
000040*              'G' GENERATES A YEAR OF COMPANY-WIDE DAYS (THE
000050*              YEAR OF CT-CAL-DATE; MONDAY-FRIDAY BUSINESS,
000060*              SATURDAY-SUNDAY WEEKEND) WITHOUT DISTURBING
000070*              DAYS ALREADY ON FILE. 'H' CLOSES A DAY - A
000080*              COMPANY HOLIDAY WHEN CT-LOCATION-CODE IS SPACE,
000090*              OTHERWISE A CLOSURE OF THAT ONE SITE. 'O' OPENS
000100*              A DAY THE SAME WAY. 'D' DELETES A SITE
000110*              OVERRIDE SO THE SITE FOLLOWS THE COMPANY DAY
000120*              AGAIN. READ BY CALUPDT.
000130* AUTHOR     : J. BURGER
000140*===============================================================
000150* MODIFICATION HISTORY
000160* ----------------------------------------------------------------
000170* DATE       INIT  DESCRIPTION
000180* ---------- ----  -------------------------------------------
000190* 2026-10-14 JB    ORIGINAL COPYBOOK. RECORD IS 40 BYTES.
000200*===============================================================
000210 01  CALENDAR-TRANS-RECORD.
000220     05 CT-TRANS-CODE                PIC X(01).
000230         88 CT-GENERATE-YEAR                   VALUE 'G'.
000240         88 CT-CLOSE-DAY                       VALUE 'H'.
000250         88 CT-OPEN-DAY                        VALUE 'O'.
000260         88 CT-DELETE-OVERRIDE                 VALUE 'D'.
000270     05 CT-CAL-DATE                  PIC 9(08).
000280     05 CT-LOCATION-CODE             PIC X(01).
000290     05 CT-DESCRIPTION               PIC X(30).
