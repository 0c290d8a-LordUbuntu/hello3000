000010*===============================================================
000020* COPYBOOK   : RATTRAN.CPY
000030* DESCRIPTION: CHARGE-RATE MAINTENANCE TRANSACTION RECORD -
000040*              ONE RECORD PER ADD ('A') OF A NEW EFFECTIVE-
000050*              DATED RATE, CHANGE ('C') OF THE AMOUNT ON A
000060*              RATE NOT YET JOURNALED, OR DELETE ('D') OF A
000070*              RATE NOT YET JOURNALED. PERSON TYPE AND
000080*              EFFECTIVE DATE TOGETHER IDENTIFY THE RATETBL
000090*              RECORD; THE AMOUNT IS IGNORED ON A DELETE.
000100*              READ BY RATUPDT.
000110* AUTHOR     : J. BURGER
000120*===============================================================
000130* MODIFICATION HISTORY
000140* ----------------------------------------------------------------
000150* DATE       INIT  DESCRIPTION
000160* ---------- ----  -------------------------------------------
000170* 2026-10-14 JB    ORIGINAL COPYBOOK. RECORD IS 15 BYTES.
000180*===============================================================
000190 01  RATE-TRANS-RECORD.
000200     05 RX-TRANS-CODE                PIC X(01).
000210         88 RX-ADD                             VALUE 'A'.
000220         88 RX-CHANGE                          VALUE 'C'.
000230         88 RX-DELETE                          VALUE 'D'.
000240     05 RX-PERSON-TYPE               PIC X(01).
000250         88 RX-VALID-TYPE                      VALUE 'E' 'V' 'B'.
000260     05 RX-EFFECTIVE-DATE            PIC 9(08).
000270     05 RX-RATE-AMOUNT               PIC 9(03)V9(02).
