000136*                  TRANSACTION CARRIES ET-NEW-NAME, SO A
000137*                  MARRIED-NAME CHANGE KEEPS THE NUMBER AND
000138*                  THE BADGE HISTORY. RECORD TO 149 BYTES.
000139* 2026-10-14 JB    ALSO WRITTEN BY EMPRECN, WHICH GENERATES THE
000140*                  TRANSACTIONS FROM HR'S FULL EXTRACT. LAYOUT
000141*                  UNCHANGED.
000142*===============================================================
000150 01  EMPLOYEE-TRANS-RECORD.
000160     05 ET-TRANS-CODE                PIC X(01).
000170         88 ET-ADD                             VALUE 'A'.
