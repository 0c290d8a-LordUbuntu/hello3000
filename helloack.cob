000188*                  THE EXTRACT MUST STAY A FULL-RECORD IMAGE.
000190* 2026-09-02 JB    REPRINT-RECORD TO 94 - BADGEIF NOW CARRIES
000191*                  BI-LOCATION-CODE FOR THE SECOND LOBBY.
000192* 2026-10-14 JB    REPRINT-RECORD TO 102 - BADGEIF NOW CARRIES
000193*                  BI-VISITOR-ID FROM THE VISITOR MASTER.
000194* 2026-10-14 JB    EACH RUN NOW APPENDS ONE SLA RECORD (COPYBOOK
000195*                  BDGSLA) TO THE PERMANENT SLAHIST FILE - DATE,
000196*                  LOCATION, BADGES SENT, PRINTED, FAILED, NEVER
000197*                  ACKNOWLEDGED, MATCH RATE, AND THE PRINT-DELAY
000198*                  TOTALS FOR THE MONTHLY VENDOR SCORECARD
000199*                  (HELLOSLA). THE LOCATION COMES FROM THE EXEC
000200*                  PARM, ELSE FROM THE FIRST BADGE RECORD; THE
000201*                  DATE IS THE FIRST BADGE'S VISIT DATE, ELSE
000202*                  TODAY. THE AVERAGE PRINT DELAY ALSO PRINTS
000203*                  ON THE RECONCILIATION REPORT.
000204* 2026-10-15 JB    REPRINT-RECORD TO 104 - BADGEIF NOW CARRIES
000205*                  BI-RUN-SEQUENCE, THE HELLO RUN WITHIN THE DAY.
000206*===============================================================
000207 IDENTIFICATION DIVISION.
000210 PROGRAM-ID. HELLOACK.
000220 AUTHOR. J. BURGER.
000230 INSTALLATION. DATA PROCESSING.
000370         ORGANIZATION IS SEQUENTIAL.
000380     SELECT ACK-REPORT ASSIGN TO ACKRPT
000390         ORGANIZATION IS SEQUENTIAL.
000393     SELECT SLA-HISTORY ASSIGN TO SLAHIST
000396         ORGANIZATION IS SEQUENTIAL.
000400*===============================================================
000410* DATA DIVISION
000420*===============================================================
000520
000530 FD  REPRINT-EXTRACT
000540     RECORDING MODE IS F.
000550 01  REPRINT-RECORD                 PIC X(104).
000560
000570 FD  ACK-REPORT
000580     RECORDING MODE IS F.
000590 01  ACK-LINE                       PIC X(100).
000592
000594 FD  SLA-HISTORY
000596     RECORDING MODE IS F.
000598     COPY BDGSLA.
000600
000610 WORKING-STORAGE SECTION.
000620*---------------------------------------------------------------
000910         10 WS-AK-BADGE              PIC X(10).
000920         10 WS-AK-NAME               PIC X(64).
000930         10 WS-AK-STATUS             PIC X(01).
000935         10 WS-AK-TIMESTAMP          PIC 9(14).
000940
000950 01  WS-AK-INDEX                     PIC 9(05) COMP VALUE 0.
000960
000970 01  WS-MATCHED-STATUS               PIC X(01) VALUE SPACE.
000971 01  WS-MATCHED-TIMESTAMP            PIC 9(14) VALUE 0.
000972
000973*---------------------------------------------------------------
000974* SLA RECORD WORK AREAS - THE NIGHT'S DATE AND LOBBY, AND THE
000975* PRINT-DELAY TOTALS (MINUTES FROM THE START OF THE VISIT DATE
000976* TO THE VENDOR'S PRINT TIMESTAMP, PRINTED BADGES ONLY)
000977*---------------------------------------------------------------
000978 01  WS-SLA-DATE                     PIC 9(08) VALUE 0.
000979 01  WS-LOCATION-CODE                PIC X(01) VALUE SPACE.
000980
000981 01  WS-DELAY-FIELDS.
000982     05 WS-DELAY-COUNT               PIC 9(07) COMP VALUE 0.
000983     05 WS-DELAY-MINUTES             PIC 9(09) COMP VALUE 0.
000984     05 WS-DELAY-WORK                PIC S9(09) COMP VALUE 0.
000985     05 WS-AVERAGE-DELAY             PIC 9(07) COMP VALUE 0.
000986     05 WS-DELAY-HOURS               PIC 9(05) COMP VALUE 0.
000987     05 WS-DELAY-REMAINDER           PIC 9(02) COMP VALUE 0.
000988
000989 01  WS-TIMESTAMP-WORK.
000990     05 WS-TS-DATE                   PIC 9(08).
000991     05 WS-TS-HH                     PIC 9(02).
000992     05 WS-TS-MM                     PIC 9(02).
000993     05 WS-TS-SS                     PIC 9(02).
000994
000995*---------------------------------------------------------------
001000* MATCH-RATE ARITHMETIC - RATE IS MATCHED-PRINTED OVER BADGE
001010* RECORDS SENT, TO TWO DECIMALS
001020*---------------------------------------------------------------
001070 01  WS-EDIT-FIELDS.
001080     05 WS-EDIT-COUNT                PIC ZZZ,ZZ9.
001090     05 WS-EDIT-RATE                 PIC ZZ9.99.
001091     05 WS-EDIT-DELAY-HOURS          PIC ZZZZ9.
001092     05 WS-EDIT-DELAY-MINUTES        PIC 9(02).
001093
001094*===============================================================
001095* LINKAGE SECTION - THE SITE'S LOCATION CODE ARRIVES VIA THE
001096* EXEC PARM (OPTIONAL)
001097*===============================================================
001098 LINKAGE SECTION.
001099 01  DL-PARM-AREA.
001100     05 DL-PARM-LENGTH                PIC S9(4) COMP.
001101     05 DL-LOCATION-CODE              PIC X(01).
001102
001111 PROCEDURE DIVISION USING DL-PARM-AREA.
001120*===============================================================
001130* 0000-MAINLINE
001140*===============================================================
001260* 1000-INITIALIZE - OPEN FILES, TABLE THE ACKS, PRIME READ
001270*===============================================================
001280 1000-INITIALIZE.
001282     IF DL-PARM-LENGTH > 0
001284        AND DL-LOCATION-CODE NOT = SPACE
001286         MOVE DL-LOCATION-CODE TO WS-LOCATION-CODE
001288     END-IF.
001290     OPEN INPUT BADGE-INTERFACE.
001300     OPEN INPUT ACK-FILE.
001310     OPEN OUTPUT REPRINT-EXTRACT.
001320     OPEN OUTPUT ACK-REPORT.
001325     OPEN EXTEND SLA-HISTORY.
001330     MOVE SPACES TO ACK-LINE.
001340     STRING 'BADGE ACKNOWLEDGMENT RECONCILIATION'
001350                            DELIMITED BY SIZE
001780     MOVE BA-BADGE-NUMBER TO WS-AK-BADGE(WS-ACK-COUNT).
001790     MOVE BA-NAME         TO WS-AK-NAME(WS-ACK-COUNT).
001800     MOVE BA-PRINT-STATUS TO WS-AK-STATUS(WS-ACK-COUNT).
001805     MOVE BA-PRINT-TIMESTAMP TO WS-AK-TIMESTAMP(WS-ACK-COUNT).
001810     PERFORM 1150-READ-ACK THRU 1150-EXIT.
001820 1160-EXIT.
001830     EXIT.
001870*===============================================================
001880 2000-MATCH-ONE-BADGE.
001890     ADD 1 TO WS-BIF-READ.
001891     IF WS-SLA-DATE = 0
001892         MOVE BI-VISIT-DATE TO WS-SLA-DATE
001893     END-IF.
001894     IF WS-LOCATION-CODE = SPACE
001895         MOVE BI-LOCATION-CODE TO WS-LOCATION-CODE
001896     END-IF.
001900     SET WS-ACK-NOT-FOUND TO TRUE.
001910     MOVE SPACE TO WS-MATCHED-STATUS.
001920     PERFORM 2100-CHECK-ONE-ACK THRU 2100-EXIT
002000             PERFORM 2300-WRITE-EXCEPTION-LINE THRU 2300-EXIT
002010         WHEN WS-MATCHED-STATUS = 'P'
002020             ADD 1 TO WS-MATCHED-PRINTED
002025             PERFORM 2400-ADD-PRINT-DELAY THRU 2400-EXIT
002030         WHEN OTHER
002040             ADD 1 TO WS-MATCHED-FAILED
002050             PERFORM 2200-WRITE-REPRINT THRU 2200-EXIT
002170        AND WS-AK-NAME(WS-AK-INDEX) = BI-NAME
002180         SET WS-ACK-FOUND TO TRUE
002190         MOVE WS-AK-STATUS(WS-AK-INDEX) TO WS-MATCHED-STATUS
002193         MOVE WS-AK-TIMESTAMP(WS-AK-INDEX)
002196                                   TO WS-MATCHED-TIMESTAMP
002200     END-IF.
002210 2100-EXIT.
002220     EXIT.
002520     WRITE ACK-LINE.
002530 2300-EXIT.
002540     EXIT.
002541
002542*===============================================================
002543* 2400-ADD-PRINT-DELAY - VISIT DATE TO VENDOR PRINT TIMESTAMP
002544* A TIMESTAMP THAT IS NOT NUMERIC OR IS DATED BEFORE THE VISIT
002545* CANNOT BE MEASURED AND IS LEFT OUT OF THE DELAY FIGURES.
002546*===============================================================
002547 2400-ADD-PRINT-DELAY.
002548     MOVE WS-MATCHED-TIMESTAMP TO WS-TIMESTAMP-WORK.
002549     IF WS-MATCHED-TIMESTAMP NOT NUMERIC
002550        OR BI-VISIT-DATE NOT NUMERIC
002551        OR WS-TS-DATE < BI-VISIT-DATE
002552         GO TO 2400-EXIT
002553     END-IF.
002554     COMPUTE WS-DELAY-WORK =
002555         (FUNCTION INTEGER-OF-DATE(WS-TS-DATE)
002556        - FUNCTION INTEGER-OF-DATE(BI-VISIT-DATE)) * 1440
002557       + WS-TS-HH * 60 + WS-TS-MM.
002558     ADD 1             TO WS-DELAY-COUNT.
002559     ADD WS-DELAY-WORK TO WS-DELAY-MINUTES.
002560 2400-EXIT.
002561     EXIT.
002562
002563*===============================================================
002570* 8000-READ-BADGEIF - READ-AHEAD LOGIC FOR BADGE-INTERFACE
002580*===============================================================
002590 8000-READ-BADGEIF.
002650     EXIT.
002660
002670*===============================================================
002680* 9000-TERMINATE - TOTALS, MATCH RATE, SLA RECORD AND CLOSE
002690*===============================================================
002700 9000-TERMINATE.
002710     MOVE SPACES TO ACK-LINE.
003190           INTO ACK-LINE
003200         WRITE ACK-LINE
003210     END-IF.
003211     IF WS-DELAY-COUNT > 0
003212         COMPUTE WS-AVERAGE-DELAY ROUNDED =
003213             WS-DELAY-MINUTES / WS-DELAY-COUNT
003214         DIVIDE WS-AVERAGE-DELAY BY 60 GIVING WS-DELAY-HOURS
003215             REMAINDER WS-DELAY-REMAINDER
003216         MOVE WS-DELAY-HOURS     TO WS-EDIT-DELAY-HOURS
003217         MOVE WS-DELAY-REMAINDER TO WS-EDIT-DELAY-MINUTES
003218         MOVE SPACES TO ACK-LINE
003219         STRING 'AVERAGE PRINT DELAY  . . . ' DELIMITED BY SIZE
003220                WS-EDIT-DELAY-HOURS           DELIMITED BY SIZE
003221                ':'                           DELIMITED BY SIZE
003222                WS-EDIT-DELAY-MINUTES         DELIMITED BY SIZE
003223                ' HOURS:MINUTES FROM VISIT DATE'
003224                                              DELIMITED BY SIZE
003225           INTO ACK-LINE
003226         WRITE ACK-LINE
003227     END-IF.
003228     PERFORM 9100-WRITE-SLA-RECORD THRU 9100-EXIT.
003229     CLOSE BADGE-INTERFACE.
003230     CLOSE REPRINT-EXTRACT.
003240     CLOSE ACK-REPORT.
003245     CLOSE SLA-HISTORY.
003250 9000-EXIT.
003260     EXIT.
003270
003280*===============================================================
003290* 9100-WRITE-SLA-RECORD - THE NIGHT'S FIGURES FOR THE SCORECARD
003300* A NIGHT WITH NO BADGES SENT STILL WRITES ITS RECORD (ZERO
003310* COUNTS, DATED TODAY) SO THE SCORECARD SEES THE DAY WAS RUN.
003320*===============================================================
003330 9100-WRITE-SLA-RECORD.
003340     IF WS-SLA-DATE = 0
003350         ACCEPT WS-SLA-DATE FROM DATE YYYYMMDD
003360     END-IF.
003370     MOVE WS-SLA-DATE        TO SL-SLA-DATE.
003380     MOVE WS-LOCATION-CODE   TO SL-LOCATION-CODE.
003390     MOVE WS-BIF-READ        TO SL-BADGES-SENT.
003400     MOVE WS-MATCHED-PRINTED TO SL-BADGES-PRINTED.
003410     MOVE WS-MATCHED-FAILED  TO SL-BADGES-FAILED.
003420     MOVE WS-NEVER-ACKED     TO SL-NEVER-ACKED.
003430     MOVE WS-MATCH-RATE      TO SL-MATCH-RATE.
003440     MOVE WS-DELAY-COUNT     TO SL-DELAY-COUNT.
003450     MOVE WS-DELAY-MINUTES   TO SL-DELAY-MINUTES.
003460     WRITE SLA-HISTORY-RECORD.
003470 9100-EXIT.
003480     EXIT.
