000010*===============================================================
000020* COPYBOOK   : OPERMAST.CPY
000030* DESCRIPTION: OPERATOR MASTER RECORD, KEYED BY OPERATOR ID -
000040*              ONE PER PERSON ALLOWED TO RUN THE GREETING
000050*              SYSTEM OR MAINTAIN ITS MASTER FILES. THE ROLE
000060*              DECIDES WHICH MAINTENANCE JOBS THE OPERATOR
000070*              MAY RUN; OP-LOCATIONS LISTS THE LOBBIES THE
000080*              OPERATOR MAY RUN HELLO FOR, ONE LOCATION CODE
000090*              PER BYTE, '*' IN ANY BYTE MEANING EVERY SITE.
000100*              AN OPERATOR IS NEVER DELETED, ONLY MADE
000110*              INACTIVE, SO EVERY ID ON AN OLD LOG OR AUDIT
000120*              LISTING STILL NAMES A PERSON. MAINTAINED BY
000130*              OPRUPDT; READ BY HELLO, EMPUPDT, EXPUPDT,
000140*              VISUPDT, BDGUPDT, RATUPDT, CALUPDT AND
000150*              HELLOFIX.
000160* AUTHOR     : J. BURGER
000170*===============================================================
000180* MODIFICATION HISTORY
000190* ----------------------------------------------------------------
000200* DATE       INIT  DESCRIPTION
000210* ---------- ----  -------------------------------------------
000220* 2026-10-14 JB    ORIGINAL COPYBOOK. RECORD IS 66 BYTES,
000230*                  KEY 8 BYTES AT OFFSET 0.
000240*===============================================================
000250 01  OPERATOR-RECORD.
000260     05 OP-OPERATOR-ID               PIC X(08).
000270     05 OP-NAME                      PIC X(30).
000280     05 OP-ROLE                      PIC X(01).
000290         88 OP-ROLE-RECEPTION                  VALUE 'R'.
000300         88 OP-ROLE-HR                         VALUE 'H'.
000310         88 OP-ROLE-ACCOUNTING                 VALUE 'A'.
000320         88 OP-ROLE-FACILITIES                 VALUE 'F'.
000330         88 OP-ROLE-ADMINISTRATOR              VALUE 'M'.
000340         88 OP-ROLE-VALID                      VALUE 'R' 'H'
000350                                                     'A' 'F'
000360                                                     'M'.
000370     05 OP-LOCATIONS                 PIC X(10).
000380     05 OP-STATUS                    PIC X(01).
000390         88 OP-ACTIVE                          VALUE 'A'.
000400         88 OP-INACTIVE                        VALUE 'I'.
000410     05 OP-LAST-UPDATED              PIC 9(08).
000420     05 OP-UPDATED-BY                PIC X(08).
