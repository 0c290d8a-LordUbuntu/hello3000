000265*                  BUILDING A AND BUILDING B LOBBIES APART AND
000266*                  THE DAILY AND MONTHLY FIGURES CAN BREAK BY
000267*                  LOCATION. VISLOG LRECL TO 111.
000268* 2026-10-14 JB    ADDED VL-VISITOR-ID - THE ID OF THE VISITOR'S
000269*                  PROFILE ON THE NEW VISITOR MASTER (VISMAST),
000270*                  SO TWO VISITORS SHARING A NAME STOP ROLLING
000271*                  UP AS ONE PERSON. ZERO FOR EMPLOYEES AND FOR
000272*                  BARRED ATTEMPTS. VISLOG LRECL TO 119.
000273* 2026-10-15 JB    ADDED VL-RUN-SEQUENCE - THE NUMBER OF THE
000274*                  HELLO RUN WITHIN THE DAY AND LOCATION THAT
000275*                  LOGGED THE ARRIVAL, NOW THAT RECEPTION RUNS
000276*                  SEVERAL BATCHES A DAY. HELLOBAL BALANCES EACH
000277*                  RUN ON IT. VISLOG LRECL TO 121.
000278*===============================================================
000279 01  VISITOR-LOG-RECORD.
000280     05 VL-NAME                      PIC X(64).
000281     05 VL-RUN-DATE                  PIC 9(08).
000290     05 VL-RUN-TIME                  PIC 9(08).
000300     05 VL-OPERATOR-ID               PIC X(08).
000310     05 VL-PERSON-TYPE               PIC X(01).
000380     05 VL-BADGE-NUMBER              PIC X(10).
000390     05 VL-EMP-NUMBER                PIC 9(06).
000400     05 VL-LOCATION-CODE             PIC X(01).
000410     05 VL-VISITOR-ID                PIC 9(08).
000420     05 VL-RUN-SEQUENCE              PIC 9(02).
