000010*===============================================================
000020* COPYBOOK   : QRYREQ.CPY
000030* DESCRIPTION: VISITOR-LOG INQUIRY REQUEST CARD - ONE 80-BYTE
000040*              CARD PER HELLOQRY RUN NAMING WHO ASKED FOR THE
000050*              SEARCH AND WHY (INCIDENT NUMBER, EVACUATION
000060*              ROLL CALL, LEGAL HOLD, ...). THE SEARCH ITSELF
000070*              ARRIVES ON THE EXEC PARM. HELLOQRY REFUSES TO
000080*              SEARCH WITHOUT BOTH FIELDS FILLED IN.
000090* AUTHOR     : J. BURGER
000100*===============================================================
000110* MODIFICATION HISTORY
000120* ----------------------------------------------------------------
000130* DATE       INIT  DESCRIPTION
000140* ---------- ----  -------------------------------------------
000150* 2026-10-14 JB    ORIGINAL COPYBOOK. RECORD IS 80 BYTES.
000160*===============================================================
000170 01  QUERY-REQUEST-RECORD.
000180     05 QQ-REQUESTED-BY              PIC X(30).
000190     05 QQ-REASON                    PIC X(50).
