000010*===============================================================
000020* COPYBOOK   : RUNCTL.CPY
000027* DESCRIPTION: RUN-CONTROL TRAILER RECORD - ONE RECORD PER
000034*              HELLO RUN ATTEMPT. A LOBBY MAY RUN HELLO SEVERAL
000041*              TIMES A DAY; EACH RUN IS NUMBERED WITHIN THE DAY
000048*              AND LOCATION (RC-RUN-SEQUENCE) AND ITS TRAILER
000055*              CARRIES CUMULATIVE COUNTS FOR THAT RUN ALONE (A
000062*              RESTARTED RUN RESTORES ITS COUNTERS FROM THE
000069*              CHECKPOINT FILE, SO ITS TRAILER COVERS THE ABENDED
000076*              ATTEMPT'S WORK TOO). HELLOBAL BALANCES EACH RUN
000083*              AGAINST THE LAST TRAILER ON THE FILE FOR ITS
000090*              SEQUENCE, AND THE DAY AGAINST THEIR SUM.
000100* AUTHOR     : J. BURGER
000110*===============================================================
000120* MODIFICATION HISTORY
000164*                  ON VISLOG BUT WRITE NO BADGE RECORD, SO
000166*                  HELLOBAL NEEDS THE COUNT TO PROVE THE BADGE
000168*                  FEED AGAINST THE LOG. RUNCTL LRECL TO 58.
000169* 2026-10-15 JB    ADDED RC-LOCATION-CODE AND RC-RUN-SEQUENCE -
000170*                  HELLO NOW RUNS SEVERAL TIMES A DAY AND EACH
000171*                  TRAILER COVERS ITS OWN RUN ONLY, NOT THE
000172*                  WHOLE DAY. RUNCTL LRECL TO 61.
000173*===============================================================
000180 01  RUN-CONTROL-RECORD.
000190     05 RC-RUN-DATE                  PIC 9(08).
000200     05 RC-RUN-TIME                  PIC 9(08).
000240     05 RC-BADGE-WRITTEN             PIC 9(07).
000250     05 RC-CHECKPOINTS               PIC 9(07).
000260     05 RC-BARRED                    PIC 9(07).
000270     05 RC-LOCATION-CODE             PIC X(01).
000280     05 RC-RUN-SEQUENCE              PIC 9(02).
