000150*                  CONTROL FILE SO A SHORT HISTORY FILE CAN BE
000160*                  SPOTTED. THE JOB STREAM CLEARS VISLOG AFTER
000170*                  THIS STEP ENDS CLEAN.
000171* 2026-10-14 JB    ALSO APPENDS THE DAY'S MATCHED VISIT RECORDS
000172*                  (COPYBOOK VISITPR, WRITTEN BY HELLOOUT) TO
000173*                  THE PERMANENT PAIRHIST FILE FOR THE MONTHLY
000174*                  VISIT-DURATION REPORT. VISPAIR IS OPTIONAL -
000175*                  WITHOUT IT THE LOG STILL ARCHIVES AND A
000176*                  WARNING SAYS NO VISITS WERE KEPT.
000180*===============================================================
000190 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. HELLOARC.
000340         ORGANIZATION IS SEQUENTIAL.
000350     SELECT ARCHIVE-CONTROL ASSIGN TO ARCCTL
000360         ORGANIZATION IS SEQUENTIAL.
000361     SELECT VISIT-PAIR-FILE ASSIGN TO VISPAIR
000362         ORGANIZATION IS SEQUENTIAL
000363         FILE STATUS IS WS-VISPAIR-STATUS.
000364     SELECT PAIR-HISTORY ASSIGN TO PAIRHIST
000365         ORGANIZATION IS SEQUENTIAL.
000370*===============================================================
000380* DATA DIVISION
000390*===============================================================
000530 01  ARCHIVE-CONTROL-RECORD.
000540     05 AC-ARCHIVE-DATE              PIC 9(08).
000550     05 AC-RECORD-COUNT              PIC 9(07).
000551
000552 FD  VISIT-PAIR-FILE
000553     RECORDING MODE IS F.
000554     COPY VISITPR.
000555
000556 FD  PAIR-HISTORY
000557     RECORDING MODE IS F.
000558     COPY VISITPR
000559         REPLACING ==VISIT-PAIR-RECORD==
000560                BY ==PAIR-HISTORY-RECORD==.
000561
000570 WORKING-STORAGE SECTION.
000580*---------------------------------------------------------------
000590* SWITCHES
000610 01  WS-SWITCHES.
000620     05 WS-VISLOG-EOF-SWITCH         PIC X(01) VALUE 'N'.
000630         88 WS-END-OF-VISLOG                   VALUE 'Y'.
000633     05 WS-VISPAIR-EOF-SWITCH        PIC X(01) VALUE 'N'.
000636         88 WS-END-OF-VISPAIR                  VALUE 'Y'.
000640
000650*---------------------------------------------------------------
000660* COUNTERS AND WORK AREAS
000670*---------------------------------------------------------------
000680 01  WS-ARCHIVED-COUNT               PIC 9(07) COMP VALUE 0.
000682 01  WS-PAIRS-ARCHIVED               PIC 9(07) COMP VALUE 0.
000684
000686 01  WS-VISPAIR-STATUS               PIC X(02) VALUE SPACES.
000690
000700 01  WS-RUN-DATE                     PIC 9(08).
000710
000800     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
000810     PERFORM 2000-ARCHIVE-ONE-RECORD THRU 2000-EXIT
000820         UNTIL WS-END-OF-VISLOG.
000825     PERFORM 3000-ARCHIVE-VISIT-PAIRS THRU 3000-EXIT.
000830     PERFORM 9000-TERMINATE THRU 9000-EXIT.
000840     STOP RUN.
000850
001070     PERFORM 8000-READ-VISLOG THRU 8000-EXIT.
001080 2000-EXIT.
001090     EXIT.
001091
001092*===============================================================
001093* 3000-ARCHIVE-VISIT-PAIRS - APPEND THE DAY'S MATCHED VISITS
001094* PAIRHIST EXTENDS THE SAME WAY VISHIST DOES.
001095*===============================================================
001096 3000-ARCHIVE-VISIT-PAIRS.
001097     OPEN INPUT VISIT-PAIR-FILE.
001098     IF WS-VISPAIR-STATUS NOT = '00'
001099         DISPLAY 'HARC0003 VISPAIR NOT AVAILABLE, STATUS '
001100                 WS-VISPAIR-STATUS ' - NO VISITS ARCHIVED'
001101         GO TO 3000-EXIT
001102     END-IF.
001103     OPEN EXTEND PAIR-HISTORY.
001104     PERFORM 3050-READ-VISPAIR THRU 3050-EXIT.
001105     PERFORM 3100-ARCHIVE-ONE-PAIR THRU 3100-EXIT
001106         UNTIL WS-END-OF-VISPAIR.
001107     CLOSE VISIT-PAIR-FILE.
001108     CLOSE PAIR-HISTORY.
001109 3000-EXIT.
001110     EXIT.
001111
001112*===============================================================
001113* 3050-READ-VISPAIR - READ-AHEAD LOGIC FOR THE VISIT RECORDS
001114*===============================================================
001115 3050-READ-VISPAIR.
001116     READ VISIT-PAIR-FILE
001117         AT END
001118             SET WS-END-OF-VISPAIR TO TRUE
001119     END-READ.
001120 3050-EXIT.
001121     EXIT.
001122
001123*===============================================================
001124* 3100-ARCHIVE-ONE-PAIR - COPY ONE VISIT RECORD TO PAIRHIST
001125*===============================================================
001126 3100-ARCHIVE-ONE-PAIR.
001127     MOVE VISIT-PAIR-RECORD TO PAIR-HISTORY-RECORD.
001128     WRITE PAIR-HISTORY-RECORD.
001129     ADD 1 TO WS-PAIRS-ARCHIVED.
001130     PERFORM 3050-READ-VISPAIR THRU 3050-EXIT.
001131 3100-EXIT.
001132     EXIT.
001133
001134*===============================================================
001135* 8000-READ-VISLOG - READ-AHEAD LOGIC FOR VISITOR-LOG
001136*===============================================================
001140 8000-READ-VISLOG.
001150     READ VISITOR-LOG
001160         AT END
001280     WRITE ARCHIVE-CONTROL-RECORD.
001290     MOVE WS-ARCHIVED-COUNT TO WS-EDIT-COUNT.
001300     DISPLAY 'HARC0001 LOG RECORDS ARCHIVED: ' WS-EDIT-COUNT.
001303     MOVE WS-PAIRS-ARCHIVED TO WS-EDIT-COUNT.
001306     DISPLAY 'HARC0002 VISIT RECORDS ARCHIVED: ' WS-EDIT-COUNT.
001310     CLOSE VISITOR-LOG.
001320     CLOSE VISIT-HISTORY.
001330     CLOSE ARCHIVE-CONTROL.
