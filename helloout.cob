000228*                  HIT. THEY ARE COUNTED AND REPORTED ON
000229*                  THEIR OWN LINE SO THE CONTROL COUNTS STILL
000230*                  RECONCILE TO THE LOG.
000231* 2026-10-14 JB    EVERY ARRIVAL NOW ALSO WRITES A MATCHED VISIT
000232*                  RECORD (COPYBOOK VISITPR) TO VISPAIR - THE
000233*                  SIGN-OUT DATE AND TIME AND THE LENGTH OF THE
000234*                  STAY WHEN A SIGN-OUT MATCHED, OR AN OPEN
000235*                  RECORD WHEN THE PERSON IS STILL ON PREMISES -
000236*                  INSTEAD OF THROWING THE MATCH AWAY. HELLOARC
000237*                  ARCHIVES THEM TO PAIRHIST FOR THE MONTHLY
000238*                  VISIT-DURATION REPORT (HELLODUR).
000239*===============================================================
000240 IDENTIFICATION DIVISION.
000250 PROGRAM-ID. HELLOOUT.
000260 AUTHOR. J. BURGER.
000400         FILE STATUS IS WS-SIGNOUT-STATUS.
000410     SELECT ROSTER-REPORT ASSIGN TO ONPREM
000420         ORGANIZATION IS SEQUENTIAL.
000423     SELECT VISIT-PAIR-FILE ASSIGN TO VISPAIR
000426         ORGANIZATION IS SEQUENTIAL.
000430*===============================================================
000440* DATA DIVISION
000450*===============================================================
000560 FD  ROSTER-REPORT
000570     RECORDING MODE IS F.
000580 01  ROSTER-LINE                    PIC X(132).
000582
000584 FD  VISIT-PAIR-FILE
000586     RECORDING MODE IS F.
000588     COPY VISITPR.
000590
000600 WORKING-STORAGE SECTION.
000610*---------------------------------------------------------------
000790     05 WS-SIGNED-OUT                PIC 9(07) COMP VALUE 0.
000800     05 WS-ON-PREMISES               PIC 9(07) COMP VALUE 0.
000805     05 WS-BARRED-SKIPPED            PIC 9(07) COMP VALUE 0.
000807     05 WS-PAIRS-WRITTEN             PIC 9(07) COMP VALUE 0.
000810
000820*---------------------------------------------------------------
000830* SIGN-OUT RECORDS - TABLED FOR MATCHING. EACH ENTRY IS SPENT
000910         10 WS-SO-BADGE              PIC X(10).
000920         10 WS-SO-SPENT-FLAG         PIC X(01).
000930             88 WS-SO-SPENT                    VALUE 'Y'.
000933         10 WS-SO-OUT-DATE           PIC 9(08).
000936         10 WS-SO-OUT-TIME           PIC 9(04).
000940
000950 01  WS-SO-INDEX                     PIC 9(05) COMP VALUE 0.
000951 01  WS-SO-MATCH                     PIC 9(05) COMP VALUE 0.
000952
000953*---------------------------------------------------------------
000954* STAY WORK AREAS - LOG TIMES ARE HHMMSSCC, SIGN-OUT TIMES HHMM
000955*---------------------------------------------------------------
000956 01  WS-TIME-WORK.
000957     05 WS-TW-HHMM.
000958         10 WS-TW-HH                 PIC 9(02).
000959         10 WS-TW-MM                 PIC 9(02).
000960     05 WS-TW-SSCC                   PIC 9(04).
000961
000962 01  WS-ARRIVE-MINUTES               PIC 9(04) COMP VALUE 0.
000963 01  WS-OUT-MINUTES                  PIC 9(04) COMP VALUE 0.
000964 01  WS-STAY-WORK                    PIC S9(07) COMP VALUE 0.
000965
000970 01  WS-SIGNOUT-STATUS               PIC X(02) VALUE SPACES.
000980
000990 01  WS-ROSTER-DETAIL.
001340 1000-INITIALIZE.
001350     OPEN INPUT VISITOR-LOG.
001360     OPEN OUTPUT ROSTER-REPORT.
001365     OPEN OUTPUT VISIT-PAIR-FILE.
001370     MOVE SPACES TO ROSTER-LINE.
001380     STRING 'STILL-ON-PREMISES ROSTER' DELIMITED BY SIZE
001390       INTO ROSTER-LINE.
001850     MOVE SO-NAME         TO WS-SO-NAME(WS-SIGNOUT-COUNT).
001860     MOVE SO-BADGE-NUMBER TO WS-SO-BADGE(WS-SIGNOUT-COUNT).
001870     MOVE 'N'             TO WS-SO-SPENT-FLAG(WS-SIGNOUT-COUNT).
001873     MOVE SO-OUT-DATE     TO WS-SO-OUT-DATE(WS-SIGNOUT-COUNT).
001876     MOVE SO-OUT-TIME     TO WS-SO-OUT-TIME(WS-SIGNOUT-COUNT).
001880     PERFORM 1150-READ-SIGNOUT THRU 1150-EXIT.
001890 1160-EXIT.
001900     EXIT.
001935* A BARRED ATTEMPT NEVER ENTERED THE BUILDING - IT IS NOT AN
001940* ARRIVAL, SO IT NEITHER MATCHES A SIGN-OUT NOR BELONGS ON
001942* THE ROSTER; IT IS COUNTED ASIDE FOR THE CONTROL TOTALS.
001943* EVERY REAL ARRIVAL WRITES ONE VISIT RECORD, SIGNED OUT OR OPEN.
001944*===============================================================
001950 2000-MATCH-ONE-ARRIVAL.
001952     IF VL-BARRED-ATTEMPT
002040     ELSE
002050         PERFORM 2200-WRITE-ROSTER-LINE THRU 2200-EXIT
002060     END-IF.
002065     PERFORM 2300-WRITE-VISIT-PAIR THRU 2300-EXIT.
002070     PERFORM 8000-READ-VISLOG THRU 8000-EXIT.
002080 2000-EXIT.
002090     EXIT.
002160        AND WS-SO-BADGE(WS-SO-INDEX) = VL-BADGE-NUMBER
002170        AND NOT WS-SO-SPENT(WS-SO-INDEX)
002180         MOVE 'Y' TO WS-SO-SPENT-FLAG(WS-SO-INDEX)
002185         MOVE WS-SO-INDEX TO WS-SO-MATCH
002190         SET WS-SIGNOUT-FOUND TO TRUE
002200     END-IF.
002210 2100-EXIT.
002340     WRITE ROSTER-LINE.
002350 2200-EXIT.
002360     EXIT.
002361
002362*===============================================================
002363* 2300-WRITE-VISIT-PAIR - ONE MATCHED (OR STILL OPEN) VISIT
002364*===============================================================
002365 2300-WRITE-VISIT-PAIR.
002366     MOVE VL-NAME          TO VP-NAME.
002367     MOVE VL-VISITOR-ID    TO VP-VISITOR-ID.
002368     MOVE VL-EMP-NUMBER    TO VP-EMP-NUMBER.
002369     MOVE VL-PERSON-TYPE   TO VP-PERSON-TYPE.
002370     MOVE VL-DEPT-CODE     TO VP-DEPT-CODE.
002371     MOVE VL-LOCATION-CODE TO VP-LOCATION-CODE.
002372     MOVE VL-BADGE-NUMBER  TO VP-BADGE-NUMBER.
002373     MOVE VL-RUN-DATE      TO VP-ARRIVE-DATE.
002374     MOVE VL-RUN-TIME      TO WS-TIME-WORK.
002375     MOVE WS-TW-HHMM       TO VP-ARRIVE-TIME.
002376     COMPUTE WS-ARRIVE-MINUTES = WS-TW-HH * 60 + WS-TW-MM.
002377     IF WS-SIGNOUT-FOUND
002378         SET VP-SIGNED-OUT TO TRUE
002379         MOVE WS-SO-OUT-DATE(WS-SO-MATCH) TO VP-OUT-DATE
002380         MOVE WS-SO-OUT-TIME(WS-SO-MATCH) TO VP-OUT-TIME
002381         PERFORM 2350-COMPUTE-STAY THRU 2350-EXIT
002382     ELSE
002383         SET VP-STILL-OPEN TO TRUE
002384         MOVE 0 TO VP-OUT-DATE
002385         MOVE 0 TO VP-OUT-TIME
002386         MOVE 0 TO VP-STAY-MINUTES
002387     END-IF.
002388     WRITE VISIT-PAIR-RECORD.
002389     ADD 1 TO WS-PAIRS-WRITTEN.
002390 2300-EXIT.
002391     EXIT.
002392
002393*===============================================================
002394* 2350-COMPUTE-STAY - MINUTES FROM ARRIVAL TO SIGN-OUT
002395* A SIGN-OUT KEYED WITHOUT A USABLE DATE, OR DATED BEFORE THE
002396* ARRIVAL, IS TAKEN AS THE SAME DAY; A STAY THAT STILL WORKS
002397* OUT NEGATIVE (OUT TIME KEYED BEFORE THE ARRIVAL) COUNTS AS
002398* ZERO RATHER THAN POISONING THE MONTHLY AVERAGES.
002399*===============================================================
002400 2350-COMPUTE-STAY.
002401     IF VP-OUT-DATE NOT NUMERIC
002402        OR VP-OUT-DATE < VP-ARRIVE-DATE
002403         MOVE VP-ARRIVE-DATE TO VP-OUT-DATE
002404     END-IF.
002405     IF VP-OUT-TIME NOT NUMERIC
002406         MOVE VP-ARRIVE-TIME TO VP-OUT-TIME
002407     END-IF.
002408     MOVE VP-OUT-TIME TO WS-TW-HHMM.
002409     COMPUTE WS-OUT-MINUTES = WS-TW-HH * 60 + WS-TW-MM.
002410     COMPUTE WS-STAY-WORK =
002411         (FUNCTION INTEGER-OF-DATE(VP-OUT-DATE)
002412        - FUNCTION INTEGER-OF-DATE(VP-ARRIVE-DATE)) * 1440
002413       + WS-OUT-MINUTES - WS-ARRIVE-MINUTES.
002414     IF WS-STAY-WORK < 0
002415         MOVE 0 TO WS-STAY-WORK
002416     END-IF.
002417     IF WS-STAY-WORK > 99999
002418         MOVE 99999 TO WS-STAY-WORK
002419     END-IF.
002420     MOVE WS-STAY-WORK TO VP-STAY-MINUTES.
002421 2350-EXIT.
002422     EXIT.
002423
002424*===============================================================
002425* 8000-READ-VISLOG - READ-AHEAD LOGIC FOR VISITOR-LOG
002426*===============================================================
002427 8000-READ-VISLOG.
002428     READ VISITOR-LOG
002430         AT END
002440             SET WS-END-OF-VISLOG TO TRUE
002450     END-READ.
002868            WS-EDIT-COUNT                 DELIMITED BY SIZE
002870       INTO ROSTER-LINE.
002872     WRITE ROSTER-LINE.
002873     MOVE WS-PAIRS-WRITTEN TO WS-EDIT-COUNT.
002874     MOVE SPACES TO ROSTER-LINE.
002875     STRING 'VISIT RECORDS WRITTEN  . . ' DELIMITED BY SIZE
002876            WS-EDIT-COUNT                 DELIMITED BY SIZE
002877       INTO ROSTER-LINE.
002878     WRITE ROSTER-LINE.
002879     CLOSE VISITOR-LOG.
002880     CLOSE ROSTER-REPORT.
002885     CLOSE VISIT-PAIR-FILE.
002890 9000-EXIT.
002900     EXIT.
