000162* 2026-09-02 JB    IMAGE WIDENED TO 91 - THE VISITOR RECORD
000164*                  NOW CARRIES VR-LOCATION-CODE. REJFILE
000166*                  LRECL TO 93.
000167* 2026-10-15 JB    ADDED RJ-RUN-SEQUENCE - THE HELLO RUN WITHIN
000168*                  THE DAY THAT REJECTED THE RECORD, SO HELLOBAL
000169*                  CAN BALANCE REJECTS RUN BY RUN. REJFILE LRECL
000170*                  TO 95.
000171*===============================================================
000180 01  REJECT-RECORD.
000190     05 RJ-REASON-CODE               PIC X(02).
000200         88 RJ-BLANK-NAME                      VALUE '01'.
000210         88 RJ-BAD-CHARACTER                   VALUE '02'.
000220     05 RJ-VISITOR-IMAGE             PIC X(91).
000230     05 RJ-RUN-SEQUENCE              PIC 9(02).
