000010*===============================================================
000020* COPYBOOK   : BDGSLA.CPY
000030* DESCRIPTION: BADGE-VENDOR SLA HISTORY RECORD - ONE PER NIGHT
000040*              PER LOBBY, APPENDED BY HELLOACK TO THE PERMANENT
000050*              SLAHIST FILE ONCE THE DAY'S BADGE FEED HAS BEEN
000060*              RECONCILED AGAINST THE VENDOR'S ACKNOWLEDGMENTS.
000070*              THE DELAY FIGURES COVER PRINTED BADGES WITH A
000080*              USABLE PRINT TIMESTAMP, MEASURED IN MINUTES FROM
000090*              THE START OF BI-VISIT-DATE TO BA-PRINT-TIMESTAMP.
000100*              READ BY THE MONTHLY VENDOR SCORECARD (HELLOSLA);
000110*              A RERUN'S RECORD SUPERSEDES THE EARLIER ONE FOR
000120*              THE SAME DATE AND LOBBY.
000130* AUTHOR     : J. BURGER
000140*===============================================================
000150* MODIFICATION HISTORY
000160* ----------------------------------------------------------------
000170* DATE       INIT  DESCRIPTION
000180* ---------- ----  -------------------------------------------
000190* 2026-10-14 JB    ORIGINAL COPYBOOK. RECORD IS 58 BYTES.
000200*===============================================================
000210 01  SLA-HISTORY-RECORD.
000220     05 SL-SLA-DATE                  PIC 9(08).
000230     05 SL-LOCATION-CODE             PIC X(01).
000240     05 SL-BADGES-SENT               PIC 9(07).
000250     05 SL-BADGES-PRINTED            PIC 9(07).
000260     05 SL-BADGES-FAILED             PIC 9(07).
000270     05 SL-NEVER-ACKED               PIC 9(07).
000280     05 SL-MATCH-RATE                PIC 9(03)V9(02).
000290     05 SL-DELAY-COUNT               PIC 9(07).
000300     05 SL-DELAY-MINUTES             PIC 9(09).
