000010*===============================================================
000020* COPYBOOK   : CALENDAR.CPY
000030* DESCRIPTION: BUSINESS-DAY CALENDAR RECORD, KEYED BY DATE AND
000040*              LOCATION. THE RECORD WITH A SPACE LOCATION IS
000050*              THE COMPANY-WIDE ENTRY FOR THE DAY (BUSINESS
000060*              DAY, WEEKEND OR HOLIDAY); A RECORD CARRYING A
000070*              LOCATION CODE OVERRIDES IT FOR THAT ONE SITE
000080*              (A PLANT SHUTDOWN, OR A SITE OPEN ON A COMPANY
000090*              HOLIDAY). A DAY WITH NO RECORD AT ALL COUNTS
000100*              AS A BUSINESS DAY. MAINTAINED BY CALUPDT; READ
000110*              BY HELLO, BDGRELSE AND HELLOHST.
000120* AUTHOR     : J. BURGER
000130*===============================================================
000140* MODIFICATION HISTORY
000150* ----------------------------------------------------------------
000160* DATE       INIT  DESCRIPTION
000170* ---------- ----  -------------------------------------------
000180* 2026-10-14 JB    ORIGINAL COPYBOOK. RECORD IS 48 BYTES,
000190*                  KEY 9 BYTES AT OFFSET 0.
000200*===============================================================
000210 01  CALENDAR-RECORD.
000220     05 CL-KEY.
000230         10 CL-CAL-DATE              PIC 9(08).
000240         10 CL-LOCATION-CODE         PIC X(01).
000250     05 CL-DAY-TYPE                  PIC X(01).
000260         88 CL-BUSINESS-DAY                    VALUE 'B'.
000270         88 CL-WEEKEND                         VALUE 'W'.
000280         88 CL-HOLIDAY                         VALUE 'H'.
000290         88 CL-SITE-CLOSED                     VALUE 'C'.
000300     05 CL-DESCRIPTION               PIC X(30).
000310     05 CL-LAST-UPDATED              PIC 9(08).
