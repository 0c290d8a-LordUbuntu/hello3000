000010*===============================================================
000020* PROGRAM-ID : HELLODUR
000030* AUTHOR     : J. BURGER
000040*===============================================================
000050* MODIFICATION HISTORY
000060* ----------------------------------------------------------------
000070* DATE       INIT  DESCRIPTION
000080* ---------- ----  -------------------------------------------
000090* 2026-10-14 JB    ORIGINAL PROGRAM - MONTHLY VISIT-DURATION
000100*                  REPORT OFF THE MATCHED-VISIT HISTORY FILE
000110*                  (COPYBOOK VISITPR) THAT HELLOOUT BUILDS AND
000120*                  HELLOARC ARCHIVES EACH NIGHT. FOR THE REPORT
000130*                  MONTH IT SHOWS VISITS, SIGNED-OUT VISITS,
000140*                  AVERAGE AND LONGEST STAY, OVERSTAYS AND
000150*                  OVERNIGHT VISITS FOR THE MONTH AS A WHOLE,
000160*                  BY EMPLOYEE VERSUS VISITOR, BY HOST
000170*                  DEPARTMENT AND BY LOCATION, THEN LISTS EVERY
000180*                  VISIT THAT RAN PAST THE OVERSTAY THRESHOLD
000190*                  OR WAS STILL OPEN AT DAY-END. THE EXEC PARM
000200*                  IS THE REPORT MONTH (YYYYMM) FOLLOWED BY AN
000210*                  OPTIONAL 4-DIGIT OVERSTAY THRESHOLD IN
000220*                  MINUTES (DEFAULT 0480 - EIGHT HOURS).
000230*===============================================================
000240 IDENTIFICATION DIVISION.
000250 PROGRAM-ID. HELLODUR.
000260 AUTHOR. J. BURGER.
000270 INSTALLATION. DATA PROCESSING.
000280 DATE-WRITTEN. 2026-10-14.
000290 DATE-COMPILED.
000300*===============================================================
000310* ENVIRONMENT DIVISION
000320*===============================================================
000330 ENVIRONMENT DIVISION.
000340 INPUT-OUTPUT SECTION.
000350 FILE-CONTROL.
000360     SELECT PAIR-HISTORY ASSIGN TO PAIRHIST
000370         ORGANIZATION IS SEQUENTIAL.
000380     SELECT SORT-WORK ASSIGN TO SORTWK.
000390     SELECT DURATION-REPORT ASSIGN TO DURRPT
000400         ORGANIZATION IS SEQUENTIAL.
000410*===============================================================
000420* DATA DIVISION
000430*===============================================================
000440 DATA DIVISION.
000450 FILE SECTION.
000460 FD  PAIR-HISTORY
000470     RECORDING MODE IS F.
000480     COPY VISITPR.
000490
000500 SD  SORT-WORK.
000510     COPY VISITPR
000520         REPLACING ==VISIT-PAIR-RECORD== BY ==SORT-WORK-RECORD==.
000530
000540 FD  DURATION-REPORT
000550     RECORDING MODE IS F.
000560 01  DUR-LINE                        PIC X(132).
000570
000580 WORKING-STORAGE SECTION.
000590*---------------------------------------------------------------
000600* SWITCHES
000610*---------------------------------------------------------------
000620 01  WS-SWITCHES.
000630     05 WS-HIST-EOF-SWITCH           PIC X(01) VALUE 'N'.
000640         88 WS-END-OF-HISTORY                  VALUE 'Y'.
000650     05 WS-SORT-EOF-SWITCH           PIC X(01) VALUE 'N'.
000660         88 WS-END-OF-SORT                     VALUE 'Y'.
000670     05 WS-DEPT-FULL-SWITCH          PIC X(01) VALUE 'N'.
000680         88 WS-DEPT-TABLE-FULL                 VALUE 'Y'.
000690     05 WS-OVERSTAY-SWITCH           PIC X(01) VALUE 'N'.
000700         88 WS-IS-OVERSTAY                     VALUE 'Y'.
000710         88 WS-NOT-OVERSTAY                    VALUE 'N'.
000720     05 WS-OVERNIGHT-SWITCH          PIC X(01) VALUE 'N'.
000730         88 WS-IS-OVERNIGHT                    VALUE 'Y'.
000740         88 WS-NOT-OVERNIGHT                   VALUE 'N'.
000750
000760*---------------------------------------------------------------
000770* OVERSTAY THRESHOLD IN MINUTES - FROM THE PARM, ELSE 8 HOURS
000780*---------------------------------------------------------------
000790 01  WS-OVERSTAY-MINUTES             PIC 9(04) VALUE 0480.
000800
000810 01  WS-COUNTERS.
000820     05 WS-PAIRS-READ                PIC 9(07) COMP VALUE 0.
000830     05 WS-VISITS-LISTED             PIC 9(07) COMP VALUE 0.
000840
000850*---------------------------------------------------------------
000860* DURATION FIGURES - ONE SET FOR THE MONTH AND ONE PER PERSON
000870* TYPE, DEPARTMENT AND LOCATION. EVERY SET HAS THE SAME SHAPE
000880* AS WS-WORK-STATS, WHICH IS WHERE A SET IS ADDED TO AND
000890* PRINTED FROM. STAY TOTALS AND THE LONGEST STAY COUNT
000900* SIGNED-OUT VISITS ONLY - AN OPEN VISIT HAS NO LENGTH YET.
000910*---------------------------------------------------------------
000920 01  WS-WORK-STATS.
000930     05 WS-ST-VISITS                 PIC 9(07) COMP.
000940     05 WS-ST-SIGNED-OUT             PIC 9(07) COMP.
000950     05 WS-ST-TOTAL-MINUTES          PIC 9(09) COMP.
000960     05 WS-ST-LONGEST                PIC 9(05) COMP.
000970     05 WS-ST-OVERSTAYS              PIC 9(07) COMP.
000980     05 WS-ST-OVERNIGHTS             PIC 9(07) COMP.
000990
001000 01  WS-ZERO-STATS.
001010     05 WS-ZS-VISITS                 PIC 9(07) COMP VALUE 0.
001020     05 WS-ZS-SIGNED-OUT             PIC 9(07) COMP VALUE 0.
001030     05 WS-ZS-TOTAL-MINUTES          PIC 9(09) COMP VALUE 0.
001040     05 WS-ZS-LONGEST                PIC 9(05) COMP VALUE 0.
001050     05 WS-ZS-OVERSTAYS              PIC 9(07) COMP VALUE 0.
001060     05 WS-ZS-OVERNIGHTS             PIC 9(07) COMP VALUE 0.
001070
001080 01  WS-MONTH-STATS.
001090     05 WS-MO-VISITS                 PIC 9(07) COMP VALUE 0.
001100     05 WS-MO-SIGNED-OUT             PIC 9(07) COMP VALUE 0.
001110     05 WS-MO-TOTAL-MINUTES          PIC 9(09) COMP VALUE 0.
001120     05 WS-MO-LONGEST                PIC 9(05) COMP VALUE 0.
001130     05 WS-MO-OVERSTAYS              PIC 9(07) COMP VALUE 0.
001140     05 WS-MO-OVERNIGHTS             PIC 9(07) COMP VALUE 0.
001150
001160*---------------------------------------------------------------
001170* PERSON TYPE - ENTRY 1 EMPLOYEES, ENTRY 2 VISITORS
001180*---------------------------------------------------------------
001190 01  WS-TYPE-TABLE.
001200     05 WS-TYPE-ENTRY OCCURS 2 TIMES.
001210         10 WS-TY-STATS.
001220             15 WS-TY-VISITS         PIC 9(07) COMP.
001230             15 WS-TY-SIGNED-OUT     PIC 9(07) COMP.
001240             15 WS-TY-TOTAL-MINUTES  PIC 9(09) COMP.
001250             15 WS-TY-LONGEST        PIC 9(05) COMP.
001260             15 WS-TY-OVERSTAYS      PIC 9(07) COMP.
001270             15 WS-TY-OVERNIGHTS     PIC 9(07) COMP.
001280
001290*---------------------------------------------------------------
001300* HOST DEPARTMENTS - ONE ENTRY PER DEPARTMENT SEEN
001310*---------------------------------------------------------------
001320 01  WS-DEPT-TABLE.
001330     05 WS-DEPT-COUNT                PIC 9(03) COMP VALUE 0.
001340     05 WS-DEPT-ENTRY OCCURS 200 TIMES.
001350         10 WS-DP-CODE               PIC X(04).
001360         10 WS-DP-STATS.
001370             15 WS-DP-VISITS         PIC 9(07) COMP.
001380             15 WS-DP-SIGNED-OUT     PIC 9(07) COMP.
001390             15 WS-DP-TOTAL-MINUTES  PIC 9(09) COMP.
001400             15 WS-DP-LONGEST        PIC 9(05) COMP.
001410             15 WS-DP-OVERSTAYS      PIC 9(07) COMP.
001420             15 WS-DP-OVERNIGHTS     PIC 9(07) COMP.
001430
001440*---------------------------------------------------------------
001450* LOCATIONS - ONE ENTRY PER LOBBY SEEN
001460*---------------------------------------------------------------
001470 01  WS-LOCATION-TABLE.
001480     05 WS-LOCATION-COUNT            PIC 9(02) COMP VALUE 0.
001490     05 WS-LOCATION-ENTRY OCCURS 10 TIMES.
001500         10 WS-LC-CODE               PIC X(01).
001510         10 WS-LC-STATS.
001520             15 WS-LC-VISITS         PIC 9(07) COMP.
001530             15 WS-LC-SIGNED-OUT     PIC 9(07) COMP.
001540             15 WS-LC-TOTAL-MINUTES  PIC 9(09) COMP.
001550             15 WS-LC-LONGEST        PIC 9(05) COMP.
001560             15 WS-LC-OVERSTAYS      PIC 9(07) COMP.
001570             15 WS-LC-OVERNIGHTS     PIC 9(07) COMP.
001580
001590 01  WS-SUB-FIELDS.
001600     05 WS-TY-INDEX                  PIC 9(01) COMP VALUE 0.
001610     05 WS-DP-INDEX                  PIC 9(03) COMP VALUE 0.
001620     05 WS-DP-SLOT                   PIC 9(03) COMP VALUE 0.
001630     05 WS-LC-INDEX                  PIC 9(02) COMP VALUE 0.
001640     05 WS-LC-SLOT                   PIC 9(02) COMP VALUE 0.
001650
001660*---------------------------------------------------------------
001670* DATE, TIME AND STAY WORK AREAS
001680*---------------------------------------------------------------
001690 01  WS-DATE-WORK.
001700     05 WS-DW-YYYYMM                 PIC 9(06).
001710     05 WS-DW-DD                     PIC 9(02).
001720
001730 01  WS-MONTH-WORK.
001740     05 WS-MW-YYYY                   PIC 9(04).
001750     05 WS-MW-MM                     PIC 9(02).
001760
001770 01  WS-HHMM-WORK.
001780     05 WS-HW-HH                     PIC 9(02).
001790     05 WS-HW-MM                     PIC 9(02).
001800
001810 01  WS-STAY-FIELDS.
001820     05 WS-AVERAGE-MINUTES           PIC 9(05) COMP VALUE 0.
001830     05 WS-STAY-MINUTES              PIC 9(05) COMP VALUE 0.
001840     05 WS-STAY-HOURS                PIC 9(04) COMP VALUE 0.
001850     05 WS-STAY-REMAINDER            PIC 9(02) COMP VALUE 0.
001860
001870*---------------------------------------------------------------
001880* ONE VISIT'S FIGURES, SET FROM WHICHEVER RECORD IS IN HAND
001890* (HISTORY ON THE WAY IN, SORT WORK ON THE WAY OUT) SO THE
001900* OVERSTAY AND OVERNIGHT TESTS ARE WRITTEN ONCE
001910*---------------------------------------------------------------
001920 01  WS-CLASSIFY-WORK.
001930     05 WS-CK-STATUS                 PIC X(01).
001940         88 WS-CK-SIGNED-OUT                   VALUE 'S'.
001950         88 WS-CK-STILL-OPEN                   VALUE 'O'.
001960     05 WS-CK-ARRIVE-DATE            PIC 9(08).
001970     05 WS-CK-OUT-DATE               PIC 9(08).
001980     05 WS-CK-STAY                   PIC 9(05).
001990
002000 01  WS-WORK-DEPT                    PIC X(04) VALUE SPACES.
002010 01  WS-WORK-LOCATION                PIC X(01) VALUE SPACE.
002020
002030*---------------------------------------------------------------
002040* REPORT LINES
002050*---------------------------------------------------------------
002060 01  WS-STATS-HEADING.
002070     05 FILLER                       PIC X(02) VALUE SPACES.
002080     05 WS-SH-LABEL                  PIC X(28) VALUE SPACES.
002090     05 FILLER                       PIC X(01) VALUE SPACE.
002100     05 FILLER                       PIC X(06) VALUE 'VISITS'.
002110     05 FILLER                       PIC X(01) VALUE SPACE.
002120     05 FILLER                       PIC X(10) VALUE
002130        'SIGNED OUT'.
002140     05 FILLER                       PIC X(03) VALUE SPACES.
002150     05 FILLER                       PIC X(08) VALUE 'AVG STAY'.
002160     05 FILLER                       PIC X(03) VALUE SPACES.
002170     05 FILLER                       PIC X(07) VALUE 'LONGEST'.
002180     05 FILLER                       PIC X(02) VALUE SPACES.
002190     05 FILLER                       PIC X(09) VALUE 'OVERSTAYS'.
002200     05 FILLER                       PIC X(02) VALUE SPACES.
002210     05 FILLER                       PIC X(09) VALUE 'OVERNIGHT'.
002220
002230 01  WS-STATS-DETAIL.
002240     05 FILLER                       PIC X(02) VALUE SPACES.
002250     05 WS-SD-LABEL                  PIC X(28).
002260     05 WS-SD-VISITS                 PIC ZZZ,ZZ9.
002270     05 FILLER                       PIC X(04) VALUE SPACES.
002280     05 WS-SD-SIGNED-OUT             PIC ZZZ,ZZ9.
002290     05 FILLER                       PIC X(04) VALUE SPACES.
002300     05 WS-SD-AVG-HOURS              PIC ZZZ9.
002310     05 FILLER                       PIC X(01) VALUE ':'.
002320     05 WS-SD-AVG-MINUTES            PIC 9(02).
002330     05 FILLER                       PIC X(03) VALUE SPACES.
002340     05 WS-SD-MAX-HOURS              PIC ZZZ9.
002350     05 FILLER                       PIC X(01) VALUE ':'.
002360     05 WS-SD-MAX-MINUTES            PIC 9(02).
002370     05 FILLER                       PIC X(04) VALUE SPACES.
002380     05 WS-SD-OVERSTAYS              PIC ZZZ,ZZ9.
002390     05 FILLER                       PIC X(04) VALUE SPACES.
002400     05 WS-SD-OVERNIGHTS             PIC ZZZ,ZZ9.
002410
002420 01  WS-VISIT-HEADING.
002430     05 FILLER                       PIC X(02) VALUE SPACES.
002440     05 FILLER                       PIC X(40) VALUE 'NAME'.
002450     05 FILLER                       PIC X(02) VALUE SPACES.
002460     05 FILLER                       PIC X(14) VALUE
002470        'T DEPT  L'.
002480     05 FILLER                       PIC X(19) VALUE 'ARRIVED'.
002490     05 FILLER                       PIC X(18) VALUE 'SIGNED OUT'.
002500     05 FILLER                       PIC X(09) VALUE 'STAY'.
002510     05 FILLER                       PIC X(06) VALUE 'REASON'.
002520
002530 01  WS-VISIT-DETAIL.
002540     05 FILLER                       PIC X(02) VALUE SPACES.
002550     05 WS-VD-NAME                   PIC X(40).
002560     05 FILLER                       PIC X(02) VALUE SPACES.
002570     05 WS-VD-TYPE                   PIC X(01).
002580     05 FILLER                       PIC X(01) VALUE SPACE.
002590     05 WS-VD-DEPT                   PIC X(04).
002600     05 FILLER                       PIC X(02) VALUE SPACES.
002610     05 WS-VD-LOCATION               PIC X(01).
002620     05 FILLER                       PIC X(05) VALUE SPACES.
002630     05 WS-VD-ARRIVE-DATE            PIC 9999/99/99.
002640     05 FILLER                       PIC X(01) VALUE SPACE.
002650     05 WS-VD-ARRIVE-HH              PIC 9(02).
002660     05 FILLER                       PIC X(01) VALUE ':'.
002670     05 WS-VD-ARRIVE-MM              PIC 9(02).
002680     05 FILLER                       PIC X(03) VALUE SPACES.
002690     05 WS-VD-OUT                    PIC X(16).
002700     05 FILLER                       PIC X(02) VALUE SPACES.
002710     05 WS-VD-STAY                   PIC X(07).
002720     05 FILLER                       PIC X(02) VALUE SPACES.
002730     05 WS-VD-REASON                 PIC X(18).
002740
002750*---------------------------------------------------------------
002760* SIGN-OUT DATE AND TIME, AND STAY, AS THEY PRINT ON A VISIT
002770*---------------------------------------------------------------
002780 01  WS-VISIT-OUT-EDIT.
002790     05 WS-VO-DATE                   PIC 9999/99/99.
002800     05 FILLER                       PIC X(01) VALUE SPACE.
002810     05 WS-VO-HH                     PIC 9(02).
002820     05 FILLER                       PIC X(01) VALUE ':'.
002830     05 WS-VO-MM                     PIC 9(02).
002840
002850 01  WS-VISIT-STAY-EDIT.
002860     05 WS-VS-HOURS                  PIC ZZZ9.
002870     05 FILLER                       PIC X(01) VALUE ':'.
002880     05 WS-VS-MINUTES                PIC 9(02).
002890
002900 01  WS-EDIT-FIELDS.
002910     05 WS-EDIT-COUNT                PIC ZZZ,ZZ9.
002920     05 WS-EDIT-THRESHOLD            PIC ZZZ9.
002930
002940*===============================================================
002950* LINKAGE SECTION - REPORT MONTH AND OPTIONAL OVERSTAY MINUTES
002960* ARRIVE VIA THE EXEC PARM
002970*===============================================================
002980 LINKAGE SECTION.
002990 01  DL-PARM-AREA.
003000     05 DL-PARM-LENGTH                PIC S9(4) COMP.
003010     05 DL-REPORT-MONTH               PIC 9(06).
003020     05 DL-OVERSTAY-MINUTES           PIC 9(04).
003030
003040 PROCEDURE DIVISION USING DL-PARM-AREA.
003050*===============================================================
003060* 0000-MAINLINE
003070*===============================================================
003080 0000-MAINLINE.
003090     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
003100     PERFORM 7000-PRODUCE-REPORT THRU 7000-EXIT.
003110     PERFORM 9000-TERMINATE THRU 9000-EXIT.
003120     STOP RUN.
003130
003140*===============================================================
003150* 1000-INITIALIZE - VALIDATE THE PARM, OPEN THE REPORT, TITLE
003160*===============================================================
003170 1000-INITIALIZE.
003180     IF DL-PARM-LENGTH < 6
003190         DISPLAY 'HDUR0001 REPORT MONTH PARM (YYYYMM) MISSING'
003200         MOVE 16 TO RETURN-CODE
003210         STOP RUN
003220     END-IF.
003230     MOVE DL-REPORT-MONTH TO WS-MONTH-WORK.
003240     IF DL-REPORT-MONTH NOT NUMERIC
003250        OR WS-MW-YYYY < 1601
003260        OR WS-MW-MM < 1 OR WS-MW-MM > 12
003270         DISPLAY 'HDUR0002 REPORT MONTH PARM NOT A VALID YYYYMM'
003280         MOVE 16 TO RETURN-CODE
003290         STOP RUN
003300     END-IF.
003310     IF DL-PARM-LENGTH >= 10
003320         IF DL-OVERSTAY-MINUTES NOT NUMERIC
003330            OR DL-OVERSTAY-MINUTES = 0
003340             DISPLAY 'HDUR0003 OVERSTAY MINUTES PARM NOT A '
003350                     'NUMBER FROM 0001 TO 9999'
003360             MOVE 16 TO RETURN-CODE
003370             STOP RUN
003380         END-IF
003390         MOVE DL-OVERSTAY-MINUTES TO WS-OVERSTAY-MINUTES
003400     END-IF.
003410     PERFORM 1100-CLEAR-TYPES THRU 1100-EXIT
003420         VARYING WS-TY-INDEX FROM 1 BY 1
003430         UNTIL WS-TY-INDEX > 2.
003440     OPEN OUTPUT DURATION-REPORT.
003450     MOVE SPACES TO DUR-LINE.
003460     STRING 'HELLO VISIT-DURATION REPORT FOR '
003470                             DELIMITED BY SIZE
003480            DL-REPORT-MONTH  DELIMITED BY SIZE
003490       INTO DUR-LINE.
003500     WRITE DUR-LINE.
003510     MOVE WS-OVERSTAY-MINUTES TO WS-EDIT-THRESHOLD.
003520     MOVE SPACES TO DUR-LINE.
003530     STRING 'OVERSTAY THRESHOLD . . . . ' DELIMITED BY SIZE
003540            WS-EDIT-THRESHOLD             DELIMITED BY SIZE
003550            ' MINUTES'                    DELIMITED BY SIZE
003560       INTO DUR-LINE.
003570     WRITE DUR-LINE.
003580     MOVE SPACES TO DUR-LINE.
003590     STRING 'STAYS ARE HOURS:MINUTES - AVERAGE AND LONGEST '
003600                             DELIMITED BY SIZE
003610            'COVER SIGNED-OUT VISITS ONLY'
003620                             DELIMITED BY SIZE
003630       INTO DUR-LINE.
003640     WRITE DUR-LINE.
003650 1000-EXIT.
003660     EXIT.
003670
003680 1100-CLEAR-TYPES.
003690     MOVE WS-ZERO-STATS TO WS-TY-STATS(WS-TY-INDEX).
003700 1100-EXIT.
003710     EXIT.
003720
003730*===============================================================
003740* 4000-CLASSIFY-VISIT - OVERSTAY AND OVERNIGHT TESTS
003750* AN OVERSTAY IS A SIGNED-OUT VISIT LONGER THAN THE THRESHOLD.
003760* AN OVERNIGHT VISIT IS ONE STILL OPEN AT DAY-END OR SIGNED
003770* OUT ON A LATER DATE THAN IT ARRIVED. A VISIT CAN BE BOTH.
003780*===============================================================
003790 4000-CLASSIFY-VISIT.
003800     SET WS-NOT-OVERSTAY  TO TRUE.
003810     SET WS-NOT-OVERNIGHT TO TRUE.
003820     IF WS-CK-SIGNED-OUT
003830         IF WS-CK-STAY > WS-OVERSTAY-MINUTES
003840             SET WS-IS-OVERSTAY TO TRUE
003850         END-IF
003860         IF WS-CK-OUT-DATE > WS-CK-ARRIVE-DATE
003870             SET WS-IS-OVERNIGHT TO TRUE
003880         END-IF
003890     ELSE
003900         SET WS-IS-OVERNIGHT TO TRUE
003910     END-IF.
003920 4000-EXIT.
003930     EXIT.
003940
003950*===============================================================
003960* 4100-ADD-TO-WORK-STATS - ADD THE VISIT IN HAND TO WHICHEVER
003970* FIGURE SET HAS BEEN MOVED INTO WS-WORK-STATS
003980*===============================================================
003990 4100-ADD-TO-WORK-STATS.
004000     ADD 1 TO WS-ST-VISITS.
004010     IF WS-CK-SIGNED-OUT
004020         ADD 1 TO WS-ST-SIGNED-OUT
004030         ADD WS-CK-STAY TO WS-ST-TOTAL-MINUTES
004040         IF WS-CK-STAY > WS-ST-LONGEST
004050             MOVE WS-CK-STAY TO WS-ST-LONGEST
004060         END-IF
004070     END-IF.
004080     IF WS-IS-OVERSTAY
004090         ADD 1 TO WS-ST-OVERSTAYS
004100     END-IF.
004110     IF WS-IS-OVERNIGHT
004120         ADD 1 TO WS-ST-OVERNIGHTS
004130     END-IF.
004140 4100-EXIT.
004150     EXIT.
004160
004170*===============================================================
004180* 4200-EDIT-STAY - WS-STAY-MINUTES AS HOURS AND MINUTES
004190*===============================================================
004200 4200-EDIT-STAY.
004210     DIVIDE WS-STAY-MINUTES BY 60 GIVING WS-STAY-HOURS
004220         REMAINDER WS-STAY-REMAINDER.
004230 4200-EXIT.
004240     EXIT.
004250
004260*===============================================================
004270* 7000-PRODUCE-REPORT - FILTER, TALLY AND SORT THE MONTH
004280* ONLY THE VISITS THAT BELONG ON THE EXCEPTION LIST GO THROUGH
004290* THE SORT; EVERY VISIT IN THE MONTH IS TALLIED ON THE WAY IN.
004300*===============================================================
004310 7000-PRODUCE-REPORT.
004320     SORT SORT-WORK
004330         ON ASCENDING KEY VP-ARRIVE-DATE OF SORT-WORK-RECORD
004340                          VP-ARRIVE-TIME OF SORT-WORK-RECORD
004350                          VP-NAME OF SORT-WORK-RECORD
004360         INPUT PROCEDURE IS 6000-FILTER-MONTH THRU 6000-EXIT
004370         OUTPUT PROCEDURE IS 7100-WRITE-REPORT THRU 7100-EXIT.
004380 7000-EXIT.
004390     EXIT.
004400
004410*===============================================================
004420* 6000-FILTER-MONTH - SORT INPUT PROCEDURE
004430*===============================================================
004440 6000-FILTER-MONTH.
004450     OPEN INPUT PAIR-HISTORY.
004460     PERFORM 6050-READ-HISTORY THRU 6050-EXIT.
004470     PERFORM 6100-FILTER-ONE-VISIT THRU 6100-EXIT
004480         UNTIL WS-END-OF-HISTORY.
004490     CLOSE PAIR-HISTORY.
004500 6000-EXIT.
004510     EXIT.
004520
004530*===============================================================
004540* 6050-READ-HISTORY - READ-AHEAD LOGIC FOR PAIR-HISTORY
004550*===============================================================
004560 6050-READ-HISTORY.
004570     READ PAIR-HISTORY
004580         AT END
004590             SET WS-END-OF-HISTORY TO TRUE
004600     END-READ.
004610 6050-EXIT.
004620     EXIT.
004630
004640*===============================================================
004650* 6100-FILTER-ONE-VISIT - KEEP THE MONTH, TALLY EVERY FIGURE
004660* SET, RELEASE THE OVERSTAYS AND OVERNIGHTS FOR THE LISTING
004670*===============================================================
004680 6100-FILTER-ONE-VISIT.
004690     MOVE VP-ARRIVE-DATE OF VISIT-PAIR-RECORD TO WS-DATE-WORK.
004700     IF WS-DW-YYYYMM NOT = DL-REPORT-MONTH
004710         GO TO 6100-READ-NEXT
004720     END-IF.
004730     ADD 1 TO WS-PAIRS-READ.
004740     MOVE VP-PAIR-STATUS OF VISIT-PAIR-RECORD  TO WS-CK-STATUS.
004750     MOVE VP-ARRIVE-DATE OF VISIT-PAIR-RECORD
004755                                    TO WS-CK-ARRIVE-DATE.
004760     MOVE VP-OUT-DATE OF VISIT-PAIR-RECORD     TO WS-CK-OUT-DATE.
004770     MOVE VP-STAY-MINUTES OF VISIT-PAIR-RECORD TO WS-CK-STAY.
004780     PERFORM 4000-CLASSIFY-VISIT THRU 4000-EXIT.
004790     MOVE WS-MONTH-STATS TO WS-WORK-STATS.
004800     PERFORM 4100-ADD-TO-WORK-STATS THRU 4100-EXIT.
004810     MOVE WS-WORK-STATS TO WS-MONTH-STATS.
004820     PERFORM 6200-TALLY-TYPE THRU 6200-EXIT.
004830     PERFORM 6300-TALLY-DEPARTMENT THRU 6300-EXIT.
004840     PERFORM 6400-TALLY-LOCATION THRU 6400-EXIT.
004850     IF WS-IS-OVERSTAY OR WS-IS-OVERNIGHT
004860         RELEASE SORT-WORK-RECORD FROM VISIT-PAIR-RECORD
004870     END-IF.
004880 6100-READ-NEXT.
004890     PERFORM 6050-READ-HISTORY THRU 6050-EXIT.
004900 6100-EXIT.
004910     EXIT.
004920
004930*===============================================================
004940* 6200-TALLY-TYPE - EMPLOYEE OR VISITOR FIGURES
004950*===============================================================
004960 6200-TALLY-TYPE.
004970     IF VP-EMPLOYEE OF VISIT-PAIR-RECORD
004980         MOVE 1 TO WS-TY-INDEX
004990     ELSE
005000         MOVE 2 TO WS-TY-INDEX
005010     END-IF.
005020     MOVE WS-TY-STATS(WS-TY-INDEX) TO WS-WORK-STATS.
005030     PERFORM 4100-ADD-TO-WORK-STATS THRU 4100-EXIT.
005040     MOVE WS-WORK-STATS TO WS-TY-STATS(WS-TY-INDEX).
005050 6200-EXIT.
005060     EXIT.
005070
005080*===============================================================
005090* 6300-TALLY-DEPARTMENT - FIND OR ADD THE HOST DEPARTMENT
005100*===============================================================
005110 6300-TALLY-DEPARTMENT.
005120     MOVE VP-DEPT-CODE OF VISIT-PAIR-RECORD TO WS-WORK-DEPT.
005130     MOVE 0 TO WS-DP-SLOT.
005140     PERFORM 6350-MATCH-ONE-DEPT THRU 6350-EXIT
005150         VARYING WS-DP-INDEX FROM 1 BY 1
005160         UNTIL WS-DP-INDEX > WS-DEPT-COUNT
005170            OR WS-DP-SLOT > 0.
005180     IF WS-DP-SLOT = 0
005190         IF WS-DEPT-COUNT >= 200
005200             IF NOT WS-DEPT-TABLE-FULL
005210                 DISPLAY 'HDUR0004 DEPARTMENT TABLE FULL AT 200 '
005220                         '- LATER DEPARTMENTS NOT BROKEN OUT'
005230                 SET WS-DEPT-TABLE-FULL TO TRUE
005240             END-IF
005250             GO TO 6300-EXIT
005260         END-IF
005270         ADD 1 TO WS-DEPT-COUNT
005280         MOVE WS-DEPT-COUNT TO WS-DP-SLOT
005290         MOVE WS-WORK-DEPT  TO WS-DP-CODE(WS-DP-SLOT)
005300         MOVE WS-ZERO-STATS TO WS-DP-STATS(WS-DP-SLOT)
005310     END-IF.
005320     MOVE WS-DP-STATS(WS-DP-SLOT) TO WS-WORK-STATS.
005330     PERFORM 4100-ADD-TO-WORK-STATS THRU 4100-EXIT.
005340     MOVE WS-WORK-STATS TO WS-DP-STATS(WS-DP-SLOT).
005350 6300-EXIT.
005360     EXIT.
005370
005380 6350-MATCH-ONE-DEPT.
005390     IF WS-DP-CODE(WS-DP-INDEX) = WS-WORK-DEPT
005400         MOVE WS-DP-INDEX TO WS-DP-SLOT
005410     END-IF.
005420 6350-EXIT.
005430     EXIT.
005440
005450*===============================================================
005460* 6400-TALLY-LOCATION - FIND OR ADD THE LOBBY
005470*===============================================================
005480 6400-TALLY-LOCATION.
005490     MOVE VP-LOCATION-CODE OF VISIT-PAIR-RECORD
005500                                    TO WS-WORK-LOCATION.
005510     MOVE 0 TO WS-LC-SLOT.
005520     PERFORM 6450-MATCH-ONE-LOCATION THRU 6450-EXIT
005530         VARYING WS-LC-INDEX FROM 1 BY 1
005540         UNTIL WS-LC-INDEX > WS-LOCATION-COUNT
005550            OR WS-LC-SLOT > 0.
005560     IF WS-LC-SLOT = 0
005570         IF WS-LOCATION-COUNT >= 10
005580             GO TO 6400-EXIT
005590         END-IF
005600         ADD 1 TO WS-LOCATION-COUNT
005610         MOVE WS-LOCATION-COUNT TO WS-LC-SLOT
005620         MOVE WS-WORK-LOCATION  TO WS-LC-CODE(WS-LC-SLOT)
005630         MOVE WS-ZERO-STATS     TO WS-LC-STATS(WS-LC-SLOT)
005640     END-IF.
005650     MOVE WS-LC-STATS(WS-LC-SLOT) TO WS-WORK-STATS.
005660     PERFORM 4100-ADD-TO-WORK-STATS THRU 4100-EXIT.
005670     MOVE WS-WORK-STATS TO WS-LC-STATS(WS-LC-SLOT).
005680 6400-EXIT.
005690     EXIT.
005700
005710 6450-MATCH-ONE-LOCATION.
005720     IF WS-LC-CODE(WS-LC-INDEX) = WS-WORK-LOCATION
005730         MOVE WS-LC-INDEX TO WS-LC-SLOT
005740     END-IF.
005750 6450-EXIT.
005760     EXIT.
005770
005780*===============================================================
005790* 7100-WRITE-REPORT - SORT OUTPUT PROCEDURE
005800* THE TALLIES ARE COMPLETE BY THE TIME THE SORT HANDS BACK ITS
005810* FIRST RECORD, SO THE SUMMARY SECTIONS PRINT FIRST AND THE
005820* EXCEPTION LISTING FOLLOWS IN ARRIVAL ORDER.
005830*===============================================================
005840 7100-WRITE-REPORT.
005850     PERFORM 7200-WRITE-MONTH-AND-TYPES THRU 7200-EXIT.
005860     PERFORM 7300-WRITE-DEPARTMENTS THRU 7300-EXIT.
005870     PERFORM 7400-WRITE-LOCATIONS THRU 7400-EXIT.
005880     PERFORM 7500-WRITE-VISIT-LIST THRU 7500-EXIT.
005890 7100-EXIT.
005900     EXIT.
005910
005920*===============================================================
005930* 7200-WRITE-MONTH-AND-TYPES - ALL VISITS, THEN THE SPLIT
005940*===============================================================
005950 7200-WRITE-MONTH-AND-TYPES.
005960     MOVE SPACES TO DUR-LINE.
005970     WRITE DUR-LINE.
005980     MOVE 'VISITS BY PERSON TYPE' TO DUR-LINE.
005990     WRITE DUR-LINE.
006000     MOVE 'PERSON TYPE' TO WS-SH-LABEL.
006010     MOVE WS-STATS-HEADING TO DUR-LINE.
006020     WRITE DUR-LINE.
006030     MOVE WS-TY-STATS(1) TO WS-WORK-STATS.
006040     MOVE 'EMPLOYEES' TO WS-SD-LABEL.
006050     PERFORM 7900-WRITE-STATS-LINE THRU 7900-EXIT.
006060     MOVE WS-TY-STATS(2) TO WS-WORK-STATS.
006070     MOVE 'VISITORS' TO WS-SD-LABEL.
006080     PERFORM 7900-WRITE-STATS-LINE THRU 7900-EXIT.
006090     MOVE WS-MONTH-STATS TO WS-WORK-STATS.
006100     MOVE 'ALL VISITS' TO WS-SD-LABEL.
006110     PERFORM 7900-WRITE-STATS-LINE THRU 7900-EXIT.
006120 7200-EXIT.
006130     EXIT.
006140
006150*===============================================================
006160* 7300-WRITE-DEPARTMENTS - ONE LINE PER HOST DEPARTMENT
006170* A BLANK DEPARTMENT PRINTS AS UNASSIGNED, AS ON THE MONTHLY
006180* CHARGEBACK.
006190*===============================================================
006200 7300-WRITE-DEPARTMENTS.
006210     MOVE SPACES TO DUR-LINE.
006220     WRITE DUR-LINE.
006230     MOVE 'VISITS BY HOST DEPARTMENT' TO DUR-LINE.
006240     WRITE DUR-LINE.
006250     MOVE 'DEPARTMENT' TO WS-SH-LABEL.
006260     MOVE WS-STATS-HEADING TO DUR-LINE.
006270     WRITE DUR-LINE.
006280     IF WS-DEPT-COUNT = 0
006290         MOVE SPACES TO DUR-LINE
006300         STRING '  NONE' DELIMITED BY SIZE INTO DUR-LINE
006310         WRITE DUR-LINE
006320     ELSE
006330         PERFORM 7350-WRITE-ONE-DEPT THRU 7350-EXIT
006340             VARYING WS-DP-INDEX FROM 1 BY 1
006350             UNTIL WS-DP-INDEX > WS-DEPT-COUNT
006360     END-IF.
006370 7300-EXIT.
006380     EXIT.
006390
006400 7350-WRITE-ONE-DEPT.
006410     MOVE WS-DP-STATS(WS-DP-INDEX) TO WS-WORK-STATS.
006420     IF WS-DP-CODE(WS-DP-INDEX) = SPACES
006430         MOVE 'UNASSIGNED' TO WS-SD-LABEL
006440     ELSE
006450         MOVE WS-DP-CODE(WS-DP-INDEX) TO WS-SD-LABEL
006460     END-IF.
006470     PERFORM 7900-WRITE-STATS-LINE THRU 7900-EXIT.
006480 7350-EXIT.
006490     EXIT.
006500
006510*===============================================================
006520* 7400-WRITE-LOCATIONS - ONE LINE PER LOBBY
006530*===============================================================
006540 7400-WRITE-LOCATIONS.
006550     MOVE SPACES TO DUR-LINE.
006560     WRITE DUR-LINE.
006570     MOVE 'VISITS BY LOCATION' TO DUR-LINE.
006580     WRITE DUR-LINE.
006590     MOVE 'LOCATION' TO WS-SH-LABEL.
006600     MOVE WS-STATS-HEADING TO DUR-LINE.
006610     WRITE DUR-LINE.
006620     IF WS-LOCATION-COUNT = 0
006630         MOVE SPACES TO DUR-LINE
006640         STRING '  NONE' DELIMITED BY SIZE INTO DUR-LINE
006650         WRITE DUR-LINE
006660     ELSE
006670         PERFORM 7450-WRITE-ONE-LOCATION THRU 7450-EXIT
006680             VARYING WS-LC-INDEX FROM 1 BY 1
006690             UNTIL WS-LC-INDEX > WS-LOCATION-COUNT
006700     END-IF.
006710 7400-EXIT.
006720     EXIT.
006730
006740 7450-WRITE-ONE-LOCATION.
006750     MOVE WS-LC-STATS(WS-LC-INDEX) TO WS-WORK-STATS.
006760     MOVE SPACES TO WS-SD-LABEL.
006770     STRING 'LOCATION '              DELIMITED BY SIZE
006780            WS-LC-CODE(WS-LC-INDEX)  DELIMITED BY SIZE
006790       INTO WS-SD-LABEL.
006800     PERFORM 7900-WRITE-STATS-LINE THRU 7900-EXIT.
006810 7450-EXIT.
006820     EXIT.
006830
006840*===============================================================
006850* 7500-WRITE-VISIT-LIST - OVERSTAYS AND OVERNIGHT VISITS
006860*===============================================================
006870 7500-WRITE-VISIT-LIST.
006880     MOVE SPACES TO DUR-LINE.
006890     WRITE DUR-LINE.
006900     MOVE SPACES TO DUR-LINE.
006910     STRING 'VISITS OVER THE '  DELIMITED BY SIZE
006920            WS-EDIT-THRESHOLD   DELIMITED BY SIZE
006930            ' MINUTE THRESHOLD OR OPEN OVERNIGHT'
006940                                DELIMITED BY SIZE
006950       INTO DUR-LINE.
006960     WRITE DUR-LINE.
006970     MOVE WS-VISIT-HEADING TO DUR-LINE.
006980     WRITE DUR-LINE.
006990     PERFORM 7550-RETURN-SORT-WORK THRU 7550-EXIT.
007000     PERFORM 7600-WRITE-ONE-VISIT THRU 7600-EXIT
007010         UNTIL WS-END-OF-SORT.
007020     IF WS-VISITS-LISTED = 0
007030         MOVE SPACES TO DUR-LINE
007040         STRING '  NONE' DELIMITED BY SIZE INTO DUR-LINE
007050         WRITE DUR-LINE
007060     END-IF.
007070     MOVE SPACES TO DUR-LINE.
007080     WRITE DUR-LINE.
007090     MOVE WS-VISITS-LISTED TO WS-EDIT-COUNT.
007100     MOVE SPACES TO DUR-LINE.
007110     STRING 'VISITS LISTED  . . . . . . ' DELIMITED BY SIZE
007120            WS-EDIT-COUNT                 DELIMITED BY SIZE
007130       INTO DUR-LINE.
007140     WRITE DUR-LINE.
007150 7500-EXIT.
007160     EXIT.
007170
007180*===============================================================
007190* 7550-RETURN-SORT-WORK - READ-AHEAD LOGIC FOR THE SORT OUTPUT
007200*===============================================================
007210 7550-RETURN-SORT-WORK.
007220     RETURN SORT-WORK
007230         AT END
007240             SET WS-END-OF-SORT TO TRUE
007250     END-RETURN.
007260 7550-EXIT.
007270     EXIT.
007280
007290*===============================================================
007300* 7600-WRITE-ONE-VISIT - ONE LINE OF THE EXCEPTION LISTING
007310*===============================================================
007320 7600-WRITE-ONE-VISIT.
007330     ADD 1 TO WS-VISITS-LISTED.
007340     MOVE VP-PAIR-STATUS OF SORT-WORK-RECORD  TO WS-CK-STATUS.
007350     MOVE VP-ARRIVE-DATE OF SORT-WORK-RECORD
007355                                    TO WS-CK-ARRIVE-DATE.
007360     MOVE VP-OUT-DATE OF SORT-WORK-RECORD     TO WS-CK-OUT-DATE.
007370     MOVE VP-STAY-MINUTES OF SORT-WORK-RECORD TO WS-CK-STAY.
007380     PERFORM 4000-CLASSIFY-VISIT THRU 4000-EXIT.
007390     MOVE VP-NAME OF SORT-WORK-RECORD          TO WS-VD-NAME.
007400     MOVE VP-PERSON-TYPE OF SORT-WORK-RECORD   TO WS-VD-TYPE.
007410     MOVE VP-DEPT-CODE OF SORT-WORK-RECORD     TO WS-VD-DEPT.
007420     MOVE VP-LOCATION-CODE OF SORT-WORK-RECORD TO WS-VD-LOCATION.
007430     MOVE WS-CK-ARRIVE-DATE TO WS-VD-ARRIVE-DATE.
007440     MOVE VP-ARRIVE-TIME OF SORT-WORK-RECORD   TO WS-HHMM-WORK.
007450     MOVE WS-HW-HH TO WS-VD-ARRIVE-HH.
007460     MOVE WS-HW-MM TO WS-VD-ARRIVE-MM.
007470     IF WS-CK-SIGNED-OUT
007480         MOVE WS-CK-OUT-DATE TO WS-VO-DATE
007490         MOVE VP-OUT-TIME OF SORT-WORK-RECORD TO WS-HHMM-WORK
007500         MOVE WS-HW-HH TO WS-VO-HH
007510         MOVE WS-HW-MM TO WS-VO-MM
007520         MOVE WS-VISIT-OUT-EDIT TO WS-VD-OUT
007530         MOVE WS-CK-STAY TO WS-STAY-MINUTES
007540         PERFORM 4200-EDIT-STAY THRU 4200-EXIT
007550         MOVE WS-STAY-HOURS     TO WS-VS-HOURS
007560         MOVE WS-STAY-REMAINDER TO WS-VS-MINUTES
007570         MOVE WS-VISIT-STAY-EDIT TO WS-VD-STAY
007580     ELSE
007590         MOVE 'STILL OPEN' TO WS-VD-OUT
007600         MOVE SPACES       TO WS-VD-STAY
007610     END-IF.
007620     IF WS-IS-OVERSTAY AND WS-IS-OVERNIGHT
007630         MOVE 'OVERSTAY/OVERNIGHT' TO WS-VD-REASON
007640     ELSE
007650         IF WS-IS-OVERSTAY
007660             MOVE 'OVERSTAY' TO WS-VD-REASON
007670         ELSE
007680             MOVE 'OVERNIGHT' TO WS-VD-REASON
007690         END-IF
007700     END-IF.
007710     MOVE WS-VISIT-DETAIL TO DUR-LINE.
007720     WRITE DUR-LINE.
007730     PERFORM 7550-RETURN-SORT-WORK THRU 7550-EXIT.
007740 7600-EXIT.
007750     EXIT.
007760
007770*===============================================================
007780* 7900-WRITE-STATS-LINE - PRINT THE SET IN WS-WORK-STATS UNDER
007790* THE LABEL ALREADY IN WS-SD-LABEL
007800*===============================================================
007810 7900-WRITE-STATS-LINE.
007820     MOVE WS-ST-VISITS     TO WS-SD-VISITS.
007830     MOVE WS-ST-SIGNED-OUT TO WS-SD-SIGNED-OUT.
007840     MOVE 0 TO WS-AVERAGE-MINUTES.
007850     IF WS-ST-SIGNED-OUT > 0
007860         COMPUTE WS-AVERAGE-MINUTES ROUNDED =
007870             WS-ST-TOTAL-MINUTES / WS-ST-SIGNED-OUT
007880     END-IF.
007890     MOVE WS-AVERAGE-MINUTES TO WS-STAY-MINUTES.
007900     PERFORM 4200-EDIT-STAY THRU 4200-EXIT.
007910     MOVE WS-STAY-HOURS     TO WS-SD-AVG-HOURS.
007920     MOVE WS-STAY-REMAINDER TO WS-SD-AVG-MINUTES.
007930     MOVE WS-ST-LONGEST TO WS-STAY-MINUTES.
007940     PERFORM 4200-EDIT-STAY THRU 4200-EXIT.
007950     MOVE WS-STAY-HOURS     TO WS-SD-MAX-HOURS.
007960     MOVE WS-STAY-REMAINDER TO WS-SD-MAX-MINUTES.
007970     MOVE WS-ST-OVERSTAYS  TO WS-SD-OVERSTAYS.
007980     MOVE WS-ST-OVERNIGHTS TO WS-SD-OVERNIGHTS.
007990     MOVE WS-STATS-DETAIL TO DUR-LINE.
008000     WRITE DUR-LINE.
008010 7900-EXIT.
008020     EXIT.
008030
008040*===============================================================
008050* 9000-TERMINATE - CONTROL COUNT AND CLOSE
008060*===============================================================
008070 9000-TERMINATE.
008080     MOVE WS-PAIRS-READ TO WS-EDIT-COUNT.
008090     DISPLAY 'HDUR0005 VISITS REPORTED FOR THE MONTH: '
008100             WS-EDIT-COUNT.
008110     CLOSE DURATION-REPORT.
008120 9000-EXIT.
008130     EXIT.
