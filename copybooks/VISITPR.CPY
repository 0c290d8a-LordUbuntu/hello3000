000010*===============================================================
000020* COPYBOOK   : VISITPR.CPY
000030* DESCRIPTION: MATCHED VISIT RECORD - ONE PER ARRIVAL ON THE
000040*              DAY'S VISITOR LOG, WRITTEN BY THE DAY-END
000050*              HELLOOUT STEP. A SIGNED-OUT VISIT CARRIES THE
000060*              FRONT DESK'S SIGN-OUT DATE AND TIME AND THE
000070*              LENGTH OF THE STAY IN MINUTES; AN ARRIVAL WITH
000080*              NO SIGN-OUT BY DAY-END IS WRITTEN OPEN, WITH
000090*              ZERO OUT DATE, TIME AND STAY. HELLOARC APPENDS
000100*              THE DAY'S RECORDS TO THE PERMANENT PAIRHIST
000110*              FILE ALONGSIDE VISHIST; HELLODUR REPORTS THE
000120*              MONTH'S STAYS OFF IT.
000130* AUTHOR     : J. BURGER
000140*===============================================================
000150* MODIFICATION HISTORY
000160* ----------------------------------------------------------------
000170* DATE       INIT  DESCRIPTION
000180* ---------- ----  -------------------------------------------
000190* 2026-10-14 JB    ORIGINAL COPYBOOK. 124 BYTES.
000200*===============================================================
000210 01  VISIT-PAIR-RECORD.
000220     05 VP-NAME                      PIC X(64).
000230     05 VP-VISITOR-ID                PIC 9(08).
000240     05 VP-EMP-NUMBER                PIC 9(06).
000250     05 VP-PERSON-TYPE               PIC X(01).
000260         88 VP-EMPLOYEE                        VALUE 'E'.
000270         88 VP-VISITOR                         VALUE 'V'.
000280     05 VP-DEPT-CODE                 PIC X(04).
000290     05 VP-LOCATION-CODE             PIC X(01).
000300     05 VP-BADGE-NUMBER              PIC X(10).
000310     05 VP-ARRIVE-DATE               PIC 9(08).
000320     05 VP-ARRIVE-TIME               PIC 9(04).
000330     05 VP-OUT-DATE                  PIC 9(08).
000340     05 VP-OUT-TIME                  PIC 9(04).
000350     05 VP-STAY-MINUTES              PIC 9(05).
000360     05 VP-PAIR-STATUS               PIC X(01).
000370         88 VP-SIGNED-OUT                      VALUE 'S'.
000380         88 VP-STILL-OPEN                      VALUE 'O'.
