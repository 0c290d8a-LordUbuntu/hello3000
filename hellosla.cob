000010*===============================================================
000020* PROGRAM-ID : HELLOSLA
000030* AUTHOR     : J. BURGER
000040*===============================================================
000050* MODIFICATION HISTORY
000060* ----------------------------------------------------------------
000070* DATE       INIT  DESCRIPTION
000080* ---------- ----  -------------------------------------------
000090* 2026-10-14 JB    ORIGINAL PROGRAM - MONTHLY BADGE-VENDOR
000100*                  SCORECARD OFF THE SLA HISTORY FILE (COPYBOOK
000110*                  BDGSLA) THAT HELLOACK APPENDS TO NIGHTLY.
000120*                  FOR EACH LOBBY IT LISTS THE REPORT MONTH'S
000130*                  NIGHTS WITH THE DAILY AND MONTH-TO-DATE
000140*                  MATCH RATES AND THE AVERAGE DELAY FROM VISIT
000150*                  DATE TO VENDOR PRINT TIMESTAMP, FLAGS EVERY
000160*                  DAY BELOW THE CONTRACTED RATE, AND TOTALS
000170*                  THE MONTH. THE SERVICE CREDIT OWED COMES
000180*                  FROM THE CONTRACT TERMS ON THE SLACTL
000190*                  CONTROL RECORD. A RERUN NIGHT'S LATER RECORD
000200*                  REPLACES ITS EARLIER ONE. THE REPORT MONTH
000210*                  (YYYYMM) ARRIVES ON THE EXEC PARM. RETURN
000220*                  CODE 4 WHEN ANY DAY FELL BELOW THE CONTRACT
000230*                  RATE OR THE TERMS COULD NOT BE READ.
000240*===============================================================
000250 IDENTIFICATION DIVISION.
000260 PROGRAM-ID. HELLOSLA.
000270 AUTHOR. J. BURGER.
000280 INSTALLATION. DATA PROCESSING.
000290 DATE-WRITTEN. 2026-10-14.
000300 DATE-COMPILED.
000310*===============================================================
000320* ENVIRONMENT DIVISION
000330*===============================================================
000340 ENVIRONMENT DIVISION.
000350 INPUT-OUTPUT SECTION.
000360 FILE-CONTROL.
000370     SELECT SLA-HISTORY ASSIGN TO SLAHIST
000380         ORGANIZATION IS SEQUENTIAL.
000390     SELECT SLA-CONTROL ASSIGN TO SLACTL
000400         ORGANIZATION IS SEQUENTIAL
000410         FILE STATUS IS WS-SLACTL-STATUS.
000420     SELECT SORT-WORK ASSIGN TO SORTWK.
000430     SELECT SCORECARD-REPORT ASSIGN TO SLARPT
000440         ORGANIZATION IS SEQUENTIAL.
000450*===============================================================
000460* DATA DIVISION
000470*===============================================================
000480 DATA DIVISION.
000490 FILE SECTION.
000500 FD  SLA-HISTORY
000510     RECORDING MODE IS F.
000520     COPY BDGSLA.
000530
000540 FD  SLA-CONTROL
000550     RECORDING MODE IS F.
000560     COPY SLACTL.
000570
000580 SD  SORT-WORK.
000590     COPY BDGSLA
000600         REPLACING ==SLA-HISTORY-RECORD== BY ==SORT-WORK-RECORD==.
000610
000620 FD  SCORECARD-REPORT
000630     RECORDING MODE IS F.
000640 01  SLA-LINE                        PIC X(132).
000650
000660 WORKING-STORAGE SECTION.
000670*---------------------------------------------------------------
000680* SWITCHES
000690*---------------------------------------------------------------
000700 01  WS-SWITCHES.
000710     05 WS-HIST-EOF-SWITCH           PIC X(01) VALUE 'N'.
000720         88 WS-END-OF-HISTORY                  VALUE 'Y'.
000730     05 WS-SORT-EOF-SWITCH           PIC X(01) VALUE 'N'.
000740         88 WS-END-OF-SORT                     VALUE 'Y'.
000750     05 WS-TERMS-SWITCH              PIC X(01) VALUE 'N'.
000760         88 WS-TERMS-LOADED                    VALUE 'Y'.
000770     05 WS-FIRST-LOCATION-SWITCH     PIC X(01) VALUE 'Y'.
000780         88 WS-FIRST-LOCATION                  VALUE 'Y'.
000790     05 WS-CREDIT-CAPPED-SWITCH      PIC X(01) VALUE 'N'.
000800         88 WS-CREDIT-CAPPED                   VALUE 'Y'.
000810
000820 01  WS-SLACTL-STATUS                PIC X(02) VALUE SPACES.
000830
000840*---------------------------------------------------------------
000850* THE NIGHT IN HAND - HELD BACK FROM THE SORT UNTIL THE NEXT
000860* RECORD SHOWS IT WAS NOT SUPERSEDED BY A RERUN. SAME LAYOUT
000870* AS COPYBOOK BDGSLA.
000880*---------------------------------------------------------------
000890 01  WS-DAY-RECORD.
000900     05 WS-DY-SLA-DATE               PIC 9(08).
000910     05 WS-DY-LOCATION-CODE          PIC X(01).
000920     05 WS-DY-BADGES-SENT            PIC 9(07).
000930     05 WS-DY-BADGES-PRINTED         PIC 9(07).
000940     05 WS-DY-BADGES-FAILED          PIC 9(07).
000950     05 WS-DY-NEVER-ACKED            PIC 9(07).
000960     05 WS-DY-MATCH-RATE             PIC 9(03)V9(02).
000970     05 WS-DY-DELAY-COUNT            PIC 9(07).
000980     05 WS-DY-DELAY-MINUTES          PIC 9(09).
000990
001000*---------------------------------------------------------------
001010* MONTH-TO-DATE FIGURES FOR THE LOBBY IN HAND, AND THE SAME
001020* FIGURES FOR ALL LOBBIES. EVERY SET HAS THE SAME SHAPE AS
001030* WS-WORK-TOTALS, WHICH IS WHERE A SET IS PRINTED FROM.
001040*---------------------------------------------------------------
001050 01  WS-WORK-TOTALS.
001060     05 WS-WT-DAYS                   PIC 9(05) COMP.
001070     05 WS-WT-DAYS-BELOW             PIC 9(05) COMP.
001080     05 WS-WT-SENT                   PIC 9(09) COMP.
001090     05 WS-WT-PRINTED                PIC 9(09) COMP.
001100     05 WS-WT-FAILED                 PIC 9(09) COMP.
001110     05 WS-WT-NEVER-ACKED            PIC 9(09) COMP.
001120     05 WS-WT-DELAY-COUNT            PIC 9(09) COMP.
001130     05 WS-WT-DELAY-MINUTES          PIC 9(11) COMP.
001140
001150 01  WS-ZERO-TOTALS.
001160     05 WS-ZT-DAYS                   PIC 9(05) COMP VALUE 0.
001170     05 WS-ZT-DAYS-BELOW             PIC 9(05) COMP VALUE 0.
001180     05 WS-ZT-SENT                   PIC 9(09) COMP VALUE 0.
001190     05 WS-ZT-PRINTED                PIC 9(09) COMP VALUE 0.
001200     05 WS-ZT-FAILED                 PIC 9(09) COMP VALUE 0.
001210     05 WS-ZT-NEVER-ACKED            PIC 9(09) COMP VALUE 0.
001220     05 WS-ZT-DELAY-COUNT            PIC 9(09) COMP VALUE 0.
001230     05 WS-ZT-DELAY-MINUTES          PIC 9(11) COMP VALUE 0.
001240
001250 01  WS-LOCATION-TOTALS.
001260     05 WS-LT-DAYS                   PIC 9(05) COMP VALUE 0.
001270     05 WS-LT-DAYS-BELOW             PIC 9(05) COMP VALUE 0.
001280     05 WS-LT-SENT                   PIC 9(09) COMP VALUE 0.
001290     05 WS-LT-PRINTED                PIC 9(09) COMP VALUE 0.
001300     05 WS-LT-FAILED                 PIC 9(09) COMP VALUE 0.
001310     05 WS-LT-NEVER-ACKED            PIC 9(09) COMP VALUE 0.
001320     05 WS-LT-DELAY-COUNT            PIC 9(09) COMP VALUE 0.
001330     05 WS-LT-DELAY-MINUTES          PIC 9(11) COMP VALUE 0.
001340
001350 01  WS-GRAND-TOTALS.
001360     05 WS-GT-DAYS                   PIC 9(05) COMP VALUE 0.
001370     05 WS-GT-DAYS-BELOW             PIC 9(05) COMP VALUE 0.
001380     05 WS-GT-SENT                   PIC 9(09) COMP VALUE 0.
001390     05 WS-GT-PRINTED                PIC 9(09) COMP VALUE 0.
001400     05 WS-GT-FAILED                 PIC 9(09) COMP VALUE 0.
001410     05 WS-GT-NEVER-ACKED            PIC 9(09) COMP VALUE 0.
001420     05 WS-GT-DELAY-COUNT            PIC 9(09) COMP VALUE 0.
001430     05 WS-GT-DELAY-MINUTES          PIC 9(11) COMP VALUE 0.
001440
001450 01  WS-COUNTERS.
001460     05 WS-RECORDS-RELEASED          PIC 9(07) COMP VALUE 0.
001470     05 WS-RECORDS-SUPERSEDED        PIC 9(07) COMP VALUE 0.
001480
001490 01  WS-PRIOR-LOCATION               PIC X(01) VALUE SPACE.
001500
001510*---------------------------------------------------------------
001520* RATE, DELAY AND CREDIT ARITHMETIC
001530*---------------------------------------------------------------
001540 01  WS-CALC-FIELDS.
001550     05 WS-RATE-DIVIDEND             PIC 9(11) COMP VALUE 0.
001560     05 WS-MTD-RATE                  PIC 9(03)V9(02) VALUE 0.
001570     05 WS-AVERAGE-DELAY             PIC 9(07) COMP VALUE 0.
001580     05 WS-DELAY-HOURS               PIC 9(05) COMP VALUE 0.
001590     05 WS-DELAY-REMAINDER           PIC 9(02) COMP VALUE 0.
001600     05 WS-CREDIT-PCT                PIC 9(06)V9(02) VALUE 0.
001610     05 WS-CREDIT-AMOUNT             PIC 9(09)V9(02) VALUE 0.
001620
001630 01  WS-DATE-WORK.
001640     05 WS-DW-YYYYMM                 PIC 9(06).
001650     05 WS-DW-DD                     PIC 9(02).
001660
001670 01  WS-MONTH-WORK.
001680     05 WS-MW-YYYY                   PIC 9(04).
001690     05 WS-MW-MM                     PIC 9(02).
001700
001710*---------------------------------------------------------------
001720* REPORT LINES
001730*---------------------------------------------------------------
001740 01  WS-DAY-HEADING.
001750     05 FILLER                       PIC X(02) VALUE SPACES.
001760     05 FILLER                       PIC X(04) VALUE 'DATE'.
001770     05 FILLER                       PIC X(12) VALUE SPACES.
001780     05 FILLER                       PIC X(04) VALUE 'SENT'.
001790     05 FILLER                       PIC X(03) VALUE SPACES.
001800     05 FILLER                       PIC X(07) VALUE 'PRINTED'.
001810     05 FILLER                       PIC X(04) VALUE SPACES.
001820     05 FILLER                       PIC X(06) VALUE 'FAILED'.
001830     05 FILLER                       PIC X(04) VALUE SPACES.
001840     05 FILLER                       PIC X(06) VALUE 'NO ACK'.
001850     05 FILLER                       PIC X(02) VALUE SPACES.
001860     05 FILLER                       PIC X(08) VALUE 'DAY RATE'.
001870     05 FILLER                       PIC X(02) VALUE SPACES.
001880     05 FILLER                       PIC X(08) VALUE 'MTD RATE'.
001890     05 FILLER                       PIC X(02) VALUE SPACES.
001900     05 FILLER                       PIC X(09) VALUE 'AVG DELAY'.
001910     05 FILLER                       PIC X(03) VALUE SPACES.
001920     05 FILLER                       PIC X(03) VALUE 'SLA'.
001930
001940 01  WS-DAY-DETAIL.
001950     05 FILLER                       PIC X(02) VALUE SPACES.
001960     05 WS-DD-DATE                   PIC X(10).
001970     05 FILLER                       PIC X(03) VALUE SPACES.
001980     05 WS-DD-SENT                   PIC ZZZ,ZZ9.
001990     05 FILLER                       PIC X(03) VALUE SPACES.
002000     05 WS-DD-PRINTED                PIC ZZZ,ZZ9.
002010     05 FILLER                       PIC X(03) VALUE SPACES.
002020     05 WS-DD-FAILED                 PIC ZZZ,ZZ9.
002030     05 FILLER                       PIC X(03) VALUE SPACES.
002040     05 WS-DD-NEVER-ACKED            PIC ZZZ,ZZ9.
002050     05 FILLER                       PIC X(04) VALUE SPACES.
002060     05 WS-DD-DAY-RATE               PIC X(06).
002070     05 FILLER                       PIC X(04) VALUE SPACES.
002080     05 WS-DD-MTD-RATE               PIC X(06).
002090     05 FILLER                       PIC X(03) VALUE SPACES.
002100     05 WS-DD-DELAY                  PIC X(08).
002110     05 FILLER                       PIC X(03) VALUE SPACES.
002120     05 WS-DD-FLAG                   PIC X(05).
002130
002140 01  WS-DELAY-EDIT.
002150     05 WS-DE-HOURS                  PIC ZZZZ9.
002160     05 FILLER                       PIC X(01) VALUE ':'.
002170     05 WS-DE-MINUTES                PIC 9(02).
002180
002190 01  WS-EDIT-FIELDS.
002200     05 WS-EDIT-COUNT                PIC ZZZ,ZZ9.
002210     05 WS-EDIT-DATE                 PIC 9999/99/99.
002220     05 WS-EDIT-RATE                 PIC ZZ9.99.
002230     05 WS-EDIT-PCT                  PIC ZZZ,ZZ9.99.
002240     05 WS-EDIT-AMOUNT               PIC ZZZ,ZZZ,ZZ9.99.
002250
002260*===============================================================
002270* LINKAGE SECTION - REPORT MONTH ARRIVES VIA THE EXEC PARM
002280*===============================================================
002290 LINKAGE SECTION.
002300 01  DL-PARM-AREA.
002310     05 DL-PARM-LENGTH                PIC S9(4) COMP.
002320     05 DL-REPORT-MONTH               PIC 9(06).
002330
002340 PROCEDURE DIVISION USING DL-PARM-AREA.
002350*===============================================================
002360* 0000-MAINLINE
002370*===============================================================
002380 0000-MAINLINE.
002390     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002400     PERFORM 7000-PRODUCE-REPORT THRU 7000-EXIT.
002410     PERFORM 9000-TERMINATE THRU 9000-EXIT.
002420     IF WS-GT-DAYS-BELOW > 0
002430        OR NOT WS-TERMS-LOADED
002440         MOVE 4 TO RETURN-CODE
002450     END-IF.
002460     STOP RUN.
002470
002480*===============================================================
002490* 1000-INITIALIZE - VALIDATE THE PARM, LOAD THE TERMS, TITLE
002500*===============================================================
002510 1000-INITIALIZE.
002520     IF DL-PARM-LENGTH < 6
002530         DISPLAY 'HSLA0001 REPORT MONTH PARM (YYYYMM) MISSING'
002540         MOVE 16 TO RETURN-CODE
002550         STOP RUN
002560     END-IF.
002570     MOVE DL-REPORT-MONTH TO WS-MONTH-WORK.
002580     IF DL-REPORT-MONTH NOT NUMERIC
002590        OR WS-MW-YYYY < 1601
002600        OR WS-MW-MM < 1 OR WS-MW-MM > 12
002610         DISPLAY 'HSLA0002 REPORT MONTH PARM NOT A VALID YYYYMM'
002620         MOVE 16 TO RETURN-CODE
002630         STOP RUN
002640     END-IF.
002650     PERFORM 1100-LOAD-TERMS THRU 1100-EXIT.
002660     OPEN OUTPUT SCORECARD-REPORT.
002670     MOVE SPACES TO SLA-LINE.
002680     STRING 'BADGE-VENDOR SLA SCORECARD FOR '
002690                             DELIMITED BY SIZE
002700            DL-REPORT-MONTH  DELIMITED BY SIZE
002710       INTO SLA-LINE.
002720     WRITE SLA-LINE.
002730     MOVE SPACES TO SLA-LINE.
002740     IF WS-TERMS-LOADED
002750         MOVE SC-TARGET-RATE TO WS-EDIT-RATE
002760         STRING 'CONTRACTED DAILY MATCH RATE  . '
002765                          DELIMITED BY SIZE
002770                WS-EDIT-RATE                    DELIMITED BY SIZE
002780                ' PERCENT'                      DELIMITED BY SIZE
002790           INTO SLA-LINE
002800     ELSE
002810         STRING 'NO CONTRACT TERMS ON FILE - DAYS ARE NOT '
002820                                DELIMITED BY SIZE
002830                'SCORED AND NO CREDIT IS CALCULATED'
002840                                DELIMITED BY SIZE
002850           INTO SLA-LINE
002860     END-IF.
002870     WRITE SLA-LINE.
002880     MOVE SPACES TO SLA-LINE.
002890     STRING 'DELAY IS HOURS:MINUTES FROM THE START OF THE VISIT '
002900                                DELIMITED BY SIZE
002910            'DATE TO THE VENDOR PRINT TIMESTAMP'
002920                                DELIMITED BY SIZE
002930       INTO SLA-LINE.
002940     WRITE SLA-LINE.
002950 1000-EXIT.
002960     EXIT.
002970
002980*===============================================================
002990* 1100-LOAD-TERMS - THE SINGLE CONTRACT-TERMS RECORD
003000* WITHOUT IT THE NIGHTS STILL LIST, BUT NOTHING IS SCORED.
003010*===============================================================
003020 1100-LOAD-TERMS.
003030     OPEN INPUT SLA-CONTROL.
003040     IF WS-SLACTL-STATUS NOT = '00'
003050         DISPLAY 'HSLA0003 SLACTL NOT AVAILABLE, STATUS '
003060                 WS-SLACTL-STATUS ' - NO CREDIT CALCULATED'
003070         GO TO 1100-EXIT
003080     END-IF.
003090     READ SLA-CONTROL
003100         AT END
003110             DISPLAY 'HSLA0003 SLACTL IS EMPTY - NO CREDIT '
003120                     'CALCULATED'
003130             CLOSE SLA-CONTROL
003140             GO TO 1100-EXIT
003150     END-READ.
003160     CLOSE SLA-CONTROL.
003170     IF SC-TARGET-RATE NOT NUMERIC
003180        OR SC-MONTHLY-FEE NOT NUMERIC
003190        OR SC-CREDIT-PCT-PER-DAY NOT NUMERIC
003200        OR SC-CREDIT-CAP-PCT NOT NUMERIC
003210         DISPLAY 'HSLA0004 SLACTL TERMS NOT NUMERIC - NO CREDIT '
003220                 'CALCULATED'
003230         GO TO 1100-EXIT
003240     END-IF.
003250     SET WS-TERMS-LOADED TO TRUE.
003260 1100-EXIT.
003270     EXIT.
003280
003290*===============================================================
003300* 7000-PRODUCE-REPORT - FILTER AND SORT THE MONTH'S NIGHTS
003310* BY LOBBY AND DATE. DUPLICATES STAY IN FILE ORDER SO THE
003320* LAST RECORD FOR A NIGHT IS THE RERUN THAT COUNTS.
003330*===============================================================
003340 7000-PRODUCE-REPORT.
003350     SORT SORT-WORK
003360         ON ASCENDING KEY SL-LOCATION-CODE OF SORT-WORK-RECORD
003370                          SL-SLA-DATE OF SORT-WORK-RECORD
003380         WITH DUPLICATES IN ORDER
003390         INPUT PROCEDURE IS 6000-FILTER-MONTH THRU 6000-EXIT
003400         OUTPUT PROCEDURE IS 7100-WRITE-SCORECARD THRU 7100-EXIT.
003410 7000-EXIT.
003420     EXIT.
003430
003440*===============================================================
003450* 6000-FILTER-MONTH - SORT INPUT PROCEDURE
003460*===============================================================
003470 6000-FILTER-MONTH.
003480     OPEN INPUT SLA-HISTORY.
003490     PERFORM 6050-READ-HISTORY THRU 6050-EXIT.
003500     PERFORM 6100-FILTER-ONE-NIGHT THRU 6100-EXIT
003510         UNTIL WS-END-OF-HISTORY.
003520     CLOSE SLA-HISTORY.
003530 6000-EXIT.
003540     EXIT.
003550
003560*===============================================================
003570* 6050-READ-HISTORY - READ-AHEAD LOGIC FOR SLA-HISTORY
003580*===============================================================
003590 6050-READ-HISTORY.
003600     READ SLA-HISTORY
003610         AT END
003620             SET WS-END-OF-HISTORY TO TRUE
003630     END-READ.
003640 6050-EXIT.
003650     EXIT.
003660
003670 6100-FILTER-ONE-NIGHT.
003680     MOVE SL-SLA-DATE OF SLA-HISTORY-RECORD TO WS-DATE-WORK.
003690     IF WS-DW-YYYYMM = DL-REPORT-MONTH
003700         RELEASE SORT-WORK-RECORD FROM SLA-HISTORY-RECORD
003710         ADD 1 TO WS-RECORDS-RELEASED
003720     END-IF.
003730     PERFORM 6050-READ-HISTORY THRU 6050-EXIT.
003740 6100-EXIT.
003750     EXIT.
003760
003770*===============================================================
003780* 7100-WRITE-SCORECARD - SORT OUTPUT PROCEDURE
003790*===============================================================
003800 7100-WRITE-SCORECARD.
003810     PERFORM 7150-RETURN-SORT-WORK THRU 7150-EXIT.
003820     IF WS-END-OF-SORT
003830         MOVE SPACES TO SLA-LINE
003840         WRITE SLA-LINE
003850         MOVE SPACES TO SLA-LINE
003860         STRING '  NO SLA RECORDS FOR THE MONTH' DELIMITED BY SIZE
003870           INTO SLA-LINE
003880         WRITE SLA-LINE
003890     END-IF.
003900     PERFORM 7200-SCORE-ONE-NIGHT THRU 7200-EXIT
003910         UNTIL WS-END-OF-SORT.
003920     IF NOT WS-FIRST-LOCATION
003930         PERFORM 7400-CLOSE-OUT-LOCATION THRU 7400-EXIT
003940     END-IF.
003950     PERFORM 7600-WRITE-MONTH-TOTALS THRU 7600-EXIT.
003960     PERFORM 7700-WRITE-SERVICE-CREDIT THRU 7700-EXIT.
003970 7100-EXIT.
003980     EXIT.
003990
004000*===============================================================
004010* 7150-RETURN-SORT-WORK - READ-AHEAD LOGIC FOR THE SORT OUTPUT
004020*===============================================================
004030 7150-RETURN-SORT-WORK.
004040     RETURN SORT-WORK
004050         AT END
004060             SET WS-END-OF-SORT TO TRUE
004070     END-RETURN.
004080 7150-EXIT.
004090     EXIT.
004100
004110*===============================================================
004120* 7200-SCORE-ONE-NIGHT - HOLD THE NIGHT, LOOK AHEAD FOR A RERUN
004130* OF THE SAME NIGHT, THEN SCORE AND PRINT IT
004140*===============================================================
004150 7200-SCORE-ONE-NIGHT.
004160     MOVE SORT-WORK-RECORD TO WS-DAY-RECORD.
004170     PERFORM 7150-RETURN-SORT-WORK THRU 7150-EXIT.
004180     IF NOT WS-END-OF-SORT
004190        AND SL-LOCATION-CODE OF SORT-WORK-RECORD
004200                                 = WS-DY-LOCATION-CODE
004210        AND SL-SLA-DATE OF SORT-WORK-RECORD = WS-DY-SLA-DATE
004220         ADD 1 TO WS-RECORDS-SUPERSEDED
004230         GO TO 7200-EXIT
004240     END-IF.
004250     IF WS-FIRST-LOCATION
004260        OR WS-DY-LOCATION-CODE NOT = WS-PRIOR-LOCATION
004270         IF NOT WS-FIRST-LOCATION
004280             PERFORM 7400-CLOSE-OUT-LOCATION THRU 7400-EXIT
004290         END-IF
004300         PERFORM 7300-START-LOCATION THRU 7300-EXIT
004310     END-IF.
004320     ADD 1                    TO WS-LT-DAYS.
004330     ADD WS-DY-BADGES-SENT    TO WS-LT-SENT.
004340     ADD WS-DY-BADGES-PRINTED TO WS-LT-PRINTED.
004350     ADD WS-DY-BADGES-FAILED  TO WS-LT-FAILED.
004360     ADD WS-DY-NEVER-ACKED    TO WS-LT-NEVER-ACKED.
004370     ADD WS-DY-DELAY-COUNT    TO WS-LT-DELAY-COUNT.
004380     ADD WS-DY-DELAY-MINUTES  TO WS-LT-DELAY-MINUTES.
004390     MOVE SPACES TO WS-DD-FLAG.
004400     IF WS-TERMS-LOADED
004410        AND WS-DY-BADGES-SENT > 0
004420        AND WS-DY-MATCH-RATE < SC-TARGET-RATE
004430         ADD 1 TO WS-LT-DAYS-BELOW
004440         MOVE 'BELOW' TO WS-DD-FLAG
004450     END-IF.
004460     MOVE WS-DY-SLA-DATE       TO WS-EDIT-DATE.
004470     MOVE WS-EDIT-DATE         TO WS-DD-DATE.
004480     MOVE WS-DY-BADGES-SENT    TO WS-DD-SENT.
004490     MOVE WS-DY-BADGES-PRINTED TO WS-DD-PRINTED.
004500     MOVE WS-DY-BADGES-FAILED  TO WS-DD-FAILED.
004510     MOVE WS-DY-NEVER-ACKED    TO WS-DD-NEVER-ACKED.
004520     IF WS-DY-BADGES-SENT > 0
004530         MOVE WS-DY-MATCH-RATE TO WS-EDIT-RATE
004540         MOVE WS-EDIT-RATE     TO WS-DD-DAY-RATE
004550     ELSE
004560         MOVE '   N/A'         TO WS-DD-DAY-RATE
004570     END-IF.
004580     MOVE WS-LOCATION-TOTALS TO WS-WORK-TOTALS.
004590     PERFORM 8000-EDIT-RATE-AND-DELAY THRU 8000-EXIT.
004600     MOVE WS-DY-DELAY-COUNT   TO WS-WT-DELAY-COUNT.
004610     MOVE WS-DY-DELAY-MINUTES TO WS-WT-DELAY-MINUTES.
004620     PERFORM 8100-EDIT-DELAY THRU 8100-EXIT.
004630     MOVE WS-DAY-DETAIL TO SLA-LINE.
004640     WRITE SLA-LINE.
004650 7200-EXIT.
004660     EXIT.
004670
004680*===============================================================
004690* 7300-START-LOCATION - LOBBY HEADING, FRESH MONTH-TO-DATE
004700*===============================================================
004710 7300-START-LOCATION.
004720     MOVE 'N' TO WS-FIRST-LOCATION-SWITCH.
004730     MOVE WS-DY-LOCATION-CODE TO WS-PRIOR-LOCATION.
004740     MOVE WS-ZERO-TOTALS TO WS-LOCATION-TOTALS.
004750     MOVE SPACES TO SLA-LINE.
004760     WRITE SLA-LINE.
004770     MOVE SPACES TO SLA-LINE.
004780     STRING 'LOCATION '          DELIMITED BY SIZE
004790            WS-PRIOR-LOCATION    DELIMITED BY SIZE
004800       INTO SLA-LINE.
004810     WRITE SLA-LINE.
004820     MOVE WS-DAY-HEADING TO SLA-LINE.
004830     WRITE SLA-LINE.
004840 7300-EXIT.
004850     EXIT.
004860
004870*===============================================================
004880* 7400-CLOSE-OUT-LOCATION - LOBBY TOTAL LINE, ROLL TO GRAND
004890*===============================================================
004900 7400-CLOSE-OUT-LOCATION.
004910     MOVE WS-LOCATION-TOTALS TO WS-WORK-TOTALS.
004920     PERFORM 7900-WRITE-TOTAL-LINES THRU 7900-EXIT.
004930     ADD WS-LT-DAYS          TO WS-GT-DAYS.
004940     ADD WS-LT-DAYS-BELOW    TO WS-GT-DAYS-BELOW.
004950     ADD WS-LT-SENT          TO WS-GT-SENT.
004960     ADD WS-LT-PRINTED       TO WS-GT-PRINTED.
004970     ADD WS-LT-FAILED        TO WS-GT-FAILED.
004980     ADD WS-LT-NEVER-ACKED   TO WS-GT-NEVER-ACKED.
004990     ADD WS-LT-DELAY-COUNT   TO WS-GT-DELAY-COUNT.
005000     ADD WS-LT-DELAY-MINUTES TO WS-GT-DELAY-MINUTES.
005010 7400-EXIT.
005020     EXIT.
005030
005040*===============================================================
005050* 7600-WRITE-MONTH-TOTALS - ALL LOBBIES TOGETHER
005060*===============================================================
005070 7600-WRITE-MONTH-TOTALS.
005080     MOVE SPACES TO SLA-LINE.
005090     WRITE SLA-LINE.
005100     MOVE 'ALL LOCATIONS' TO SLA-LINE.
005110     WRITE SLA-LINE.
005120     MOVE WS-DAY-HEADING TO SLA-LINE.
005130     WRITE SLA-LINE.
005140     MOVE WS-GRAND-TOTALS TO WS-WORK-TOTALS.
005150     PERFORM 7900-WRITE-TOTAL-LINES THRU 7900-EXIT.
005160     IF WS-RECORDS-SUPERSEDED > 0
005170         MOVE WS-RECORDS-SUPERSEDED TO WS-EDIT-COUNT
005180         MOVE SPACES TO SLA-LINE
005190         STRING '  RERUNS SUPERSEDED . . . . . . '
005195                          DELIMITED BY SIZE
005200                WS-EDIT-COUNT                   DELIMITED BY SIZE
005210           INTO SLA-LINE
005220         WRITE SLA-LINE
005230     END-IF.
005240 7600-EXIT.
005250     EXIT.
005260
005270*===============================================================
005280* 7700-WRITE-SERVICE-CREDIT - CREDIT OWED UNDER THE CONTRACT
005290* EACH LOBBY-NIGHT BELOW THE TARGET RATE EARNS THE PER-DAY
005300* PERCENTAGE OF THE MONTHLY FEE, UP TO THE MONTHLY CAP.
005310*===============================================================
005320 7700-WRITE-SERVICE-CREDIT.
005330     MOVE SPACES TO SLA-LINE.
005340     WRITE SLA-LINE.
005350     MOVE 'SERVICE CREDIT' TO SLA-LINE.
005360     WRITE SLA-LINE.
005370     IF NOT WS-TERMS-LOADED
005380         MOVE SPACES TO SLA-LINE
005390         STRING '  NOT CALCULATED - NO CONTRACT TERMS ON FILE'
005400                                DELIMITED BY SIZE
005410           INTO SLA-LINE
005420         WRITE SLA-LINE
005430         GO TO 7700-EXIT
005440     END-IF.
005450     COMPUTE WS-CREDIT-PCT =
005460         WS-GT-DAYS-BELOW * SC-CREDIT-PCT-PER-DAY.
005470     IF WS-CREDIT-PCT > SC-CREDIT-CAP-PCT
005480         MOVE SC-CREDIT-CAP-PCT TO WS-CREDIT-PCT
005490         SET WS-CREDIT-CAPPED TO TRUE
005500     END-IF.
005510     COMPUTE WS-CREDIT-AMOUNT ROUNDED =
005520         SC-MONTHLY-FEE * WS-CREDIT-PCT / 100.
005530     MOVE WS-GT-DAYS-BELOW TO WS-EDIT-COUNT.
005540     MOVE SPACES TO SLA-LINE.
005550     STRING '  DAYS BELOW CONTRACT RATE . . ' DELIMITED BY SIZE
005560            WS-EDIT-COUNT                     DELIMITED BY SIZE
005570       INTO SLA-LINE.
005580     WRITE SLA-LINE.
005590     MOVE SC-MONTHLY-FEE TO WS-EDIT-AMOUNT.
005600     MOVE SPACES TO SLA-LINE.
005610     STRING '  MONTHLY FEE  . . . . . . . . ' DELIMITED BY SIZE
005620            WS-EDIT-AMOUNT                    DELIMITED BY SIZE
005630       INTO SLA-LINE.
005640     WRITE SLA-LINE.
005650     MOVE SC-CREDIT-PCT-PER-DAY TO WS-EDIT-RATE.
005660     MOVE SPACES TO SLA-LINE.
005670     STRING '  CREDIT PER DAY BELOW . . . . ' DELIMITED BY SIZE
005680            WS-EDIT-RATE                      DELIMITED BY SIZE
005690            ' PERCENT OF FEE'                 DELIMITED BY SIZE
005700       INTO SLA-LINE.
005710     WRITE SLA-LINE.
005720     MOVE WS-CREDIT-PCT TO WS-EDIT-PCT.
005730     MOVE SPACES TO SLA-LINE.
005740     IF WS-CREDIT-CAPPED
005750         STRING '  CREDIT PERCENT . . . . . . . '
005755                          DELIMITED BY SIZE
005760                WS-EDIT-PCT                     DELIMITED BY SIZE
005770                ' (CAPPED)'                     DELIMITED BY SIZE
005780           INTO SLA-LINE
005790     ELSE
005800         STRING '  CREDIT PERCENT . . . . . . . '
005805                          DELIMITED BY SIZE
005810                WS-EDIT-PCT                     DELIMITED BY SIZE
005820           INTO SLA-LINE
005830     END-IF.
005840     WRITE SLA-LINE.
005850     MOVE WS-CREDIT-AMOUNT TO WS-EDIT-AMOUNT.
005860     MOVE SPACES TO SLA-LINE.
005870     STRING '  SERVICE CREDIT OWED  . . . . ' DELIMITED BY SIZE
005880            WS-EDIT-AMOUNT                    DELIMITED BY SIZE
005890       INTO SLA-LINE.
005900     WRITE SLA-LINE.
005910 7700-EXIT.
005920     EXIT.
005930
005940*===============================================================
005950* 7900-WRITE-TOTAL-LINES - TOTAL LINE AND DAYS-BELOW LINE FOR
005960* THE SET IN WS-WORK-TOTALS
005970*===============================================================
005980 7900-WRITE-TOTAL-LINES.
005990     MOVE 'TOTAL'              TO WS-DD-DATE.
006000     MOVE WS-WT-SENT           TO WS-DD-SENT.
006010     MOVE WS-WT-PRINTED        TO WS-DD-PRINTED.
006020     MOVE WS-WT-FAILED         TO WS-DD-FAILED.
006030     MOVE WS-WT-NEVER-ACKED    TO WS-DD-NEVER-ACKED.
006040     MOVE SPACES               TO WS-DD-DAY-RATE.
006050     MOVE SPACES               TO WS-DD-FLAG.
006060     PERFORM 8000-EDIT-RATE-AND-DELAY THRU 8000-EXIT.
006070     MOVE WS-DAY-DETAIL TO SLA-LINE.
006080     WRITE SLA-LINE.
006090     MOVE WS-WT-DAYS TO WS-EDIT-COUNT.
006100     MOVE SPACES TO SLA-LINE.
006110     STRING '  DAYS REPORTED  . . . . . . . ' DELIMITED BY SIZE
006120            WS-EDIT-COUNT                     DELIMITED BY SIZE
006130       INTO SLA-LINE.
006140     WRITE SLA-LINE.
006150     IF WS-TERMS-LOADED
006160         MOVE WS-WT-DAYS-BELOW TO WS-EDIT-COUNT
006170         MOVE SPACES TO SLA-LINE
006180         STRING '  DAYS BELOW CONTRACT RATE . . '
006185                          DELIMITED BY SIZE
006190                WS-EDIT-COUNT                   DELIMITED BY SIZE
006200           INTO SLA-LINE
006210         WRITE SLA-LINE
006220     END-IF.
006230 7900-EXIT.
006240     EXIT.
006250
006260*===============================================================
006270* 8000-EDIT-RATE-AND-DELAY - MONTH-TO-DATE RATE AND AVERAGE
006280* DELAY OF THE SET IN WS-WORK-TOTALS INTO THE DETAIL LINE
006290*===============================================================
006300 8000-EDIT-RATE-AND-DELAY.
006310     IF WS-WT-SENT > 0
006320         MULTIPLY WS-WT-PRINTED BY 100
006330             GIVING WS-RATE-DIVIDEND
006340         DIVIDE WS-RATE-DIVIDEND BY WS-WT-SENT
006350             GIVING WS-MTD-RATE ROUNDED
006360         MOVE WS-MTD-RATE  TO WS-EDIT-RATE
006370         MOVE WS-EDIT-RATE TO WS-DD-MTD-RATE
006380     ELSE
006390         MOVE '   N/A'     TO WS-DD-MTD-RATE
006400     END-IF.
006410     PERFORM 8100-EDIT-DELAY THRU 8100-EXIT.
006420 8000-EXIT.
006430     EXIT.
006440
006450*===============================================================
006460* 8100-EDIT-DELAY - AVERAGE DELAY OF WS-WORK-TOTALS AS H:MM
006470*===============================================================
006480 8100-EDIT-DELAY.
006490     IF WS-WT-DELAY-COUNT = 0
006500         MOVE SPACES TO WS-DD-DELAY
006510         GO TO 8100-EXIT
006520     END-IF.
006530     COMPUTE WS-AVERAGE-DELAY ROUNDED =
006540         WS-WT-DELAY-MINUTES / WS-WT-DELAY-COUNT.
006550     DIVIDE WS-AVERAGE-DELAY BY 60 GIVING WS-DELAY-HOURS
006560         REMAINDER WS-DELAY-REMAINDER.
006570     MOVE WS-DELAY-HOURS     TO WS-DE-HOURS.
006580     MOVE WS-DELAY-REMAINDER TO WS-DE-MINUTES.
006590     MOVE WS-DELAY-EDIT      TO WS-DD-DELAY.
006600 8100-EXIT.
006610     EXIT.
006620
006630*===============================================================
006640* 9000-TERMINATE - CONTROL COUNT AND CLOSE
006650*===============================================================
006660 9000-TERMINATE.
006670     MOVE WS-RECORDS-RELEASED TO WS-EDIT-COUNT.
006680     DISPLAY 'HSLA0005 SLA RECORDS FOR THE MONTH: ' WS-EDIT-COUNT.
006690     CLOSE SCORECARD-REPORT.
006700 9000-EXIT.
006710     EXIT.
