000010*===============================================================
000020* PROGRAM-ID : HELLOQRY
000030* AUTHOR     : J. BURGER
000040*===============================================================
000050* MODIFICATION HISTORY
000060* ----------------------------------------------------------------
000070* DATE       INIT  DESCRIPTION
000080* ---------- ----  -------------------------------------------
000090* 2026-10-14 JB    ORIGINAL PROGRAM - VISITOR-LOG INQUIRY FOR
000100*                  SECURITY AND LEGAL. THE EXEC PARM PICKS ONE
000110*                  OF TWO SEARCHES: 'P' FINDS ONE PERSON BY
000120*                  EMPLOYEE NUMBER, VISITOR ID OR EXACT NAME;
000130*                  'W' FINDS EVERYONE GREETED IN A DATE/TIME
000140*                  WINDOW, AT ONE LOBBY OR ALL OF THEM. READS
000150*                  VISHIST AND, WHEN THE PARM ASKS FOR IT, THE
000160*                  VISHANN ANNUAL ARCHIVE, AND LISTS EVERY
000170*                  MATCHING LOG RECORD - BARRED ATTEMPTS
000180*                  INCLUDED. THE QRYREQ CARD NAMES WHO ASKED
000190*                  AND WHY; NO CARD, NO SEARCH. EVERY RUN,
000200*                  REFUSED ONES TOO, APPENDS A CONTROL RECORD
000210*                  TO QRYLOG. RETURN CODE 16 WHEN THE SEARCH IS
000220*                  REFUSED, 4 WHEN THE ARCHIVE WAS ASKED FOR
000230*                  BUT COULD NOT BE OPENED.
000233* 2026-10-15 JB    VISHIST AND VISHANN RECORDS TO 121 - THE LOG
000236*                  NOW CARRIES VL-RUN-SEQUENCE.
000237* 2026-10-15 JB    A BLANK EMP NUMBER OR VISITOR ID IN A PERSON
000238*                  SEARCH IS TAKEN AS ZERO (NOT SEARCHED ON), AS
000239*                  THE PARM LAYOUT ALWAYS SAID; ONLY A FIELD THAT
000240*                  IS KEYED AND NOT NUMERIC REFUSES THE SEARCH.
000241*===============================================================
000250 IDENTIFICATION DIVISION.
000260 PROGRAM-ID. HELLOQRY.
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
000370     SELECT REQUEST-FILE ASSIGN TO QRYREQ
000380         ORGANIZATION IS SEQUENTIAL.
000390     SELECT VISIT-HISTORY ASSIGN TO VISHIST
000400         ORGANIZATION IS SEQUENTIAL.
000410     SELECT ANNUAL-ARCHIVE ASSIGN TO VISHANN
000420         ORGANIZATION IS SEQUENTIAL
000430         FILE STATUS IS WS-VISHANN-STATUS.
000440     SELECT QUERY-LOG ASSIGN TO QRYLOG
000450         ORGANIZATION IS SEQUENTIAL.
000460     SELECT QUERY-REPORT ASSIGN TO QRYRPT
000470         ORGANIZATION IS SEQUENTIAL.
000480*===============================================================
000490* DATA DIVISION
000500*===============================================================
000510 DATA DIVISION.
000520 FILE SECTION.
000530 FD  REQUEST-FILE
000540     RECORDING MODE IS F.
000550     COPY QRYREQ.
000560
000570 FD  VISIT-HISTORY
000580     RECORDING MODE IS F.
000590 01  HISTORY-RECORD                  PIC X(121).
000600
000610 FD  ANNUAL-ARCHIVE
000620     RECORDING MODE IS F.
000630 01  ANNUAL-RECORD                   PIC X(121).
000640
000650 FD  QUERY-LOG
000660     RECORDING MODE IS F.
000670     COPY QRYLOG.
000680
000690 FD  QUERY-REPORT
000700     RECORDING MODE IS F.
000710 01  QRY-LINE                        PIC X(132).
000720
000730 WORKING-STORAGE SECTION.
000740*---------------------------------------------------------------
000750* SWITCHES
000760*---------------------------------------------------------------
000770 01  WS-SWITCHES.
000780     05 WS-HIST-EOF-SWITCH           PIC X(01) VALUE 'N'.
000790         88 WS-END-OF-HISTORY                  VALUE 'Y'.
000800     05 WS-ANN-EOF-SWITCH            PIC X(01) VALUE 'N'.
000810         88 WS-END-OF-ARCHIVE                  VALUE 'Y'.
000820     05 WS-MATCH-SWITCH              PIC X(01) VALUE 'N'.
000830         88 WS-RECORD-MATCHES                  VALUE 'Y'.
000840         88 WS-RECORD-SKIPPED                  VALUE 'N'.
000850     05 WS-ARCHIVE-SWITCH            PIC X(01) VALUE 'Y'.
000860         88 WS-ARCHIVE-SEARCHED                VALUE 'Y'.
000870         88 WS-ARCHIVE-MISSED                  VALUE 'N'.
000880
000890*---------------------------------------------------------------
000900* COUNTERS
000910*---------------------------------------------------------------
000920 01  WS-COUNTERS.
000930     05 WS-HIST-READ                 PIC 9(08) COMP VALUE 0.
000940     05 WS-HIST-MATCHES              PIC 9(07) COMP VALUE 0.
000950     05 WS-ANN-READ                  PIC 9(08) COMP VALUE 0.
000960     05 WS-ANN-MATCHES               PIC 9(07) COMP VALUE 0.
000970     05 WS-TOTAL-MATCHES             PIC 9(07) COMP VALUE 0.
000980
000990*---------------------------------------------------------------
001000* THE LOG RECORD UNDER TEST - BOTH FILES ARE READ INTO IT SO
001010* ONE SET OF MATCH AND LISTING PARAGRAPHS SERVES EITHER
001020*---------------------------------------------------------------
001030     COPY VISITLOG.
001040
001050*---------------------------------------------------------------
001060* SEARCH ARGUMENTS - COPIED OFF THE PARM SO THE BYTES PAST THE
001070* PARM LENGTH ARE SPACES, NOT WHATEVER FOLLOWS THE PARM AREA.
001080* SAME TWO VIEWS AS QL-SEARCH-ARGS ON THE CONTROL RECORD.
001090*---------------------------------------------------------------
001100 01  WS-SEARCH-ARGS                  PIC X(78) VALUE SPACES.
001110 01  WS-PERSON-ARGS REDEFINES WS-SEARCH-ARGS.
001120     05 WS-SA-EMP-NUMBER             PIC 9(06).
001123     05 WS-SA-EMP-NUMBER-R REDEFINES WS-SA-EMP-NUMBER
001126                                     PIC X(06).
001130     05 WS-SA-VISITOR-ID             PIC 9(08).
001133     05 WS-SA-VISITOR-ID-R REDEFINES WS-SA-VISITOR-ID
001136                                     PIC X(08).
001140     05 WS-SA-NAME                   PIC X(64).
001150 01  WS-WINDOW-ARGS REDEFINES WS-SEARCH-ARGS.
001160     05 WS-SA-FROM-STAMP.
001170         10 WS-SA-FROM-DATE          PIC 9(08).
001180         10 WS-SA-FROM-TIME          PIC 9(04).
001190     05 WS-SA-TO-STAMP.
001200         10 WS-SA-TO-DATE            PIC 9(08).
001210         10 WS-SA-TO-TIME            PIC 9(04).
001220     05 WS-SA-LOCATION-CODE          PIC X(01).
001230     05 FILLER                       PIC X(53).
001240
001250*---------------------------------------------------------------
001260* WORK AREAS
001270*---------------------------------------------------------------
001280 01  WS-ARGS-LENGTH                  PIC S9(4) COMP VALUE 0.
001290
001300 01  WS-RECORD-STAMP.
001310     05 WS-RS-DATE                   PIC 9(08).
001320     05 WS-RS-TIME                   PIC 9(04).
001330
001340 01  WS-WORK-LOCATION                PIC X(01) VALUE SPACE.
001345 01  WS-LOCATION-TEXT                PIC X(03) VALUE SPACES.
001350
001360 01  WS-TIME-WORK.
001370     05 WS-TW-HH                     PIC X(02).
001380     05 WS-TW-MM                     PIC X(02).
001390     05 WS-TW-SS                     PIC X(02).
001400     05 WS-TW-CC                     PIC X(02).
001410
001420 01  WS-REFUSE-REASON                PIC X(40) VALUE SPACES.
001430
001440 01  WS-SOURCE-LABEL                 PIC X(40) VALUE SPACES.
001450
001460 01  WS-TOTAL-LABEL                  PIC X(25) VALUE SPACES.
001470
001480 01  WS-VISHANN-STATUS               PIC X(02) VALUE SPACES.
001490
001500 01  WS-RUN-DATE                     PIC 9(08).
001510 01  WS-RUN-TIME                     PIC 9(08).
001520
001530 01  WS-EDIT-FIELDS.
001540     05 WS-EDIT-COUNT                PIC ZZZ,ZZZ,ZZ9.
001550     05 WS-EDIT-DATE                 PIC 9999/99/99.
001560     05 WS-EDIT-TO-DATE              PIC 9999/99/99.
001570
001580*---------------------------------------------------------------
001590* LISTING LINES - ONE FIXED-COLUMN LINE PER MATCHING RECORD
001600*---------------------------------------------------------------
001610 01  WS-DETAIL-LINE.
001620     05 WS-DT-DATE                   PIC 9999/99/99.
001630     05 FILLER                       PIC X(01) VALUE SPACES.
001640     05 WS-DT-HH                     PIC X(02).
001650     05 FILLER                       PIC X(01) VALUE ':'.
001660     05 WS-DT-MM                     PIC X(02).
001670     05 FILLER                       PIC X(01) VALUE ':'.
001680     05 WS-DT-SS                     PIC X(02).
001690     05 FILLER                       PIC X(01) VALUE SPACES.
001700     05 WS-DT-OPERATOR               PIC X(08).
001710     05 FILLER                       PIC X(01) VALUE SPACES.
001720     05 WS-DT-TYPE                   PIC X(01).
001730     05 FILLER                       PIC X(01) VALUE SPACES.
001740     05 WS-DT-FLAG                   PIC X(01).
001750     05 FILLER                       PIC X(01) VALUE SPACES.
001760     05 WS-DT-DEPT                   PIC X(04).
001770     05 FILLER                       PIC X(01) VALUE SPACES.
001780     05 WS-DT-BADGE                  PIC X(10).
001790     05 FILLER                       PIC X(01) VALUE SPACES.
001800     05 WS-DT-LOCATION               PIC X(01).
001810     05 FILLER                       PIC X(01) VALUE SPACES.
001820     05 WS-DT-EMP-NUMBER             PIC 9(06).
001830     05 FILLER                       PIC X(01) VALUE SPACES.
001840     05 WS-DT-VISITOR-ID             PIC 9(08).
001850     05 FILLER                       PIC X(01) VALUE SPACES.
001860     05 WS-DT-NAME                   PIC X(64).
001870
001880 01  WS-HEADER-LINE.
001890     05 FILLER                       PIC X(11) VALUE
001900        'ARRIVED    '.
001910     05 FILLER                       PIC X(09) VALUE
001920        'TIME     '.
001930     05 FILLER                       PIC X(09) VALUE
001940        'OPERATOR '.
001950     05 FILLER                       PIC X(04) VALUE 'T F '.
001960     05 FILLER                       PIC X(05) VALUE 'DEPT '.
001970     05 FILLER                       PIC X(11) VALUE
001980        'BADGE      '.
001990     05 FILLER                       PIC X(02) VALUE 'L '.
002000     05 FILLER                       PIC X(07) VALUE 'EMP NO '.
002010     05 FILLER                       PIC X(09) VALUE
002020        'VISITOR  '.
002030     05 FILLER                       PIC X(04) VALUE 'NAME'.
002040
002050*===============================================================
002060* LINKAGE SECTION - THE SEARCH ARRIVES VIA THE EXEC PARM
002070* BYTE 1 IS THE MODE ('P' PERSON, 'W' WINDOW), BYTE 2 'Y' ADDS
002080* THE ANNUAL ARCHIVE, BYTES 3 ON ARE THE SEARCH ARGUMENTS:
002090*   P - EMP NUMBER 9(6), VISITOR ID 9(8), NAME X(64); ZERO OR
002100*       BLANK FIELDS ARE NOT SEARCHED ON
002110*   W - FROM YYYYMMDDHHMM, TO YYYYMMDDHHMM, LOCATION (BLANK OR
002120*       OMITTED = EVERY LOBBY)
002130*===============================================================
002140 LINKAGE SECTION.
002150 01  DL-PARM-AREA.
002160     05 DL-PARM-LENGTH                PIC S9(4) COMP.
002170     05 DL-SEARCH-MODE                PIC X(01).
002180         88 DL-BY-PERSON                       VALUE 'P'.
002190         88 DL-BY-WINDOW                       VALUE 'W'.
002200     05 DL-ARCHIVE-FLAG               PIC X(01).
002210         88 DL-ARCHIVE-REQUESTED               VALUE 'Y'.
002220     05 DL-SEARCH-ARGS                PIC X(78).
002230
002240 PROCEDURE DIVISION USING DL-PARM-AREA.
002250*===============================================================
002260* 0000-MAINLINE
002270*===============================================================
002280 0000-MAINLINE.
002290     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002300     PERFORM 2000-SEARCH-HISTORY THRU 2000-EXIT.
002310     PERFORM 3000-SEARCH-ARCHIVE THRU 3000-EXIT.
002320     PERFORM 9000-TERMINATE THRU 9000-EXIT.
002330     IF WS-ARCHIVE-MISSED
002340         MOVE 4 TO RETURN-CODE
002350     END-IF.
002360     STOP RUN.
002370
002380*===============================================================
002390* 1000-INITIALIZE - OPEN FILES, READ THE REQUEST, EDIT THE PARM
002400* A SEARCH NOBODY OWNS, OR ONE THAT CANNOT BE UNDERSTOOD, IS
002410* LOGGED AND REFUSED BEFORE A SINGLE HISTORY RECORD IS READ.
002420*===============================================================
002430 1000-INITIALIZE.
002440     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
002450     ACCEPT WS-RUN-TIME FROM TIME.
002460     OPEN INPUT REQUEST-FILE.
002470     OPEN EXTEND QUERY-LOG.
002480     OPEN OUTPUT QUERY-REPORT.
002490     MOVE SPACES TO QUERY-LOG-RECORD.
002500     MOVE WS-RUN-DATE TO QL-RUN-DATE.
002510     MOVE WS-RUN-TIME TO QL-RUN-TIME.
002520     MOVE 0           TO QL-MATCH-COUNT.
002530     PERFORM 1100-READ-REQUEST THRU 1100-EXIT.
002540     PERFORM 1200-COPY-PARM THRU 1200-EXIT.
002550     PERFORM 1400-WRITE-HEADINGS THRU 1400-EXIT.
002560     IF WS-REFUSE-REASON NOT = SPACES
002570         PERFORM 1900-REFUSE-SEARCH THRU 1900-EXIT
002580     END-IF.
002590     IF DL-BY-PERSON
002600         PERFORM 1300-EDIT-PERSON-ARGS THRU 1300-EXIT
002610     ELSE
002620         PERFORM 1350-EDIT-WINDOW-ARGS THRU 1350-EXIT
002630     END-IF.
002640     IF WS-REFUSE-REASON NOT = SPACES
002650         PERFORM 1900-REFUSE-SEARCH THRU 1900-EXIT
002660     END-IF.
002670     PERFORM 1500-WRITE-CRITERIA THRU 1500-EXIT.
002680 1000-EXIT.
002690     EXIT.
002700
002710*===============================================================
002720* 1100-READ-REQUEST - WHO ASKED AND WHY, BOTH REQUIRED
002730*===============================================================
002740 1100-READ-REQUEST.
002750     READ REQUEST-FILE
002760         AT END
002770             MOVE 'NO QRYREQ REQUEST CARD' TO WS-REFUSE-REASON
002780             GO TO 1100-EXIT
002790     END-READ.
002800     MOVE QQ-REQUESTED-BY TO QL-REQUESTED-BY.
002810     MOVE QQ-REASON       TO QL-REASON.
002820     IF QQ-REQUESTED-BY = SPACES
002830         MOVE 'REQUESTED-BY IS BLANK' TO WS-REFUSE-REASON
002840         GO TO 1100-EXIT
002850     END-IF.
002860     IF QQ-REASON = SPACES
002870         MOVE 'REASON FOR THE SEARCH IS BLANK'
002880           TO WS-REFUSE-REASON
002890     END-IF.
002900 1100-EXIT.
002910     EXIT.
002920
002930*===============================================================
002940* 1200-COPY-PARM - MODE, ARCHIVE FLAG AND SEARCH ARGUMENTS
002950*===============================================================
002960 1200-COPY-PARM.
002970     IF DL-PARM-LENGTH < 3
002980         IF WS-REFUSE-REASON = SPACES
002990             MOVE 'SEARCH PARM MISSING OR TOO SHORT'
003000               TO WS-REFUSE-REASON
003010         END-IF
003020         GO TO 1200-EXIT
003030     END-IF.
003040     MOVE DL-SEARCH-MODE  TO QL-SEARCH-MODE.
003050     MOVE DL-ARCHIVE-FLAG TO QL-ARCHIVE-FLAG.
003060     COMPUTE WS-ARGS-LENGTH = DL-PARM-LENGTH - 2.
003070     IF WS-ARGS-LENGTH > 78
003080         MOVE 78 TO WS-ARGS-LENGTH
003090     END-IF.
003100     MOVE DL-SEARCH-ARGS(1:WS-ARGS-LENGTH) TO WS-SEARCH-ARGS.
003110     MOVE WS-SEARCH-ARGS TO QL-SEARCH-ARGS.
003120     IF WS-REFUSE-REASON NOT = SPACES
003130         GO TO 1200-EXIT
003140     END-IF.
003150     IF NOT DL-BY-PERSON AND NOT DL-BY-WINDOW
003160         MOVE 'SEARCH MODE MUST BE P OR W'
003170           TO WS-REFUSE-REASON
003180         GO TO 1200-EXIT
003190     END-IF.
003200     IF DL-ARCHIVE-FLAG NOT = 'Y' AND DL-ARCHIVE-FLAG NOT = 'N'
003210         MOVE 'ARCHIVE FLAG MUST BE Y OR N'
003220           TO WS-REFUSE-REASON
003230     END-IF.
003240 1200-EXIT.
003250     EXIT.
003260
003270*===============================================================
003280* 1300-EDIT-PERSON-ARGS - AT LEAST ONE WAY TO KNOW THE PERSON
003285* A BLANK NUMBER OR ID IS THE SAME AS ZERO - NOT SEARCHED ON.
003290*===============================================================
003300 1300-EDIT-PERSON-ARGS.
003301     IF WS-SA-EMP-NUMBER-R = SPACES
003302         MOVE ZEROS TO WS-SA-EMP-NUMBER
003303     END-IF.
003304     IF WS-SA-VISITOR-ID-R = SPACES
003305         MOVE ZEROS TO WS-SA-VISITOR-ID
003306     END-IF.
003310     IF WS-SA-EMP-NUMBER NOT NUMERIC
003320        OR WS-SA-VISITOR-ID NOT NUMERIC
003330         MOVE 'EMP NUMBER/VISITOR ID NOT NUMERIC'
003340           TO WS-REFUSE-REASON
003350         GO TO 1300-EXIT
003360     END-IF.
003370     IF WS-SA-EMP-NUMBER = 0
003380        AND WS-SA-VISITOR-ID = 0
003390        AND WS-SA-NAME = SPACES
003400         MOVE 'NO NUMBER, VISITOR ID OR NAME GIVEN'
003410           TO WS-REFUSE-REASON
003420     END-IF.
003430 1300-EXIT.
003440     EXIT.
003450
003460*===============================================================
003470* 1350-EDIT-WINDOW-ARGS - A REAL WINDOW, EARLIEST END FIRST
003480*===============================================================
003490 1350-EDIT-WINDOW-ARGS.
003500     IF WS-SA-FROM-DATE NOT NUMERIC
003510        OR WS-SA-FROM-TIME NOT NUMERIC
003520        OR WS-SA-TO-DATE NOT NUMERIC
003530        OR WS-SA-TO-TIME NOT NUMERIC
003540         MOVE 'WINDOW DATE/TIME NOT NUMERIC'
003550           TO WS-REFUSE-REASON
003560         GO TO 1350-EXIT
003570     END-IF.
003580     IF WS-SA-FROM-TIME > 2359
003590        OR WS-SA-TO-TIME > 2359
003600         MOVE 'WINDOW TIME MUST BE HHMM, 0000-2359'
003610           TO WS-REFUSE-REASON
003620         GO TO 1350-EXIT
003630     END-IF.
003640     IF WS-SA-TO-STAMP < WS-SA-FROM-STAMP
003650         MOVE 'WINDOW ENDS BEFORE IT STARTS'
003660           TO WS-REFUSE-REASON
003670     END-IF.
003680 1350-EXIT.
003690     EXIT.
003700
003710*===============================================================
003720* 1400-WRITE-HEADINGS - TITLE, REQUESTER AND REASON
003730*===============================================================
003740 1400-WRITE-HEADINGS.
003750     MOVE WS-RUN-DATE TO WS-EDIT-DATE.
003760     MOVE SPACES TO QRY-LINE.
003770     STRING 'VISITOR-LOG INQUIRY LISTING'
003780                            DELIMITED BY SIZE
003790            '   RUN DATE: ' DELIMITED BY SIZE
003800            WS-EDIT-DATE    DELIMITED BY SIZE
003810       INTO QRY-LINE.
003820     WRITE QRY-LINE.
003830     MOVE SPACES TO QRY-LINE.
003840     WRITE QRY-LINE.
003850     MOVE SPACES TO QRY-LINE.
003860     STRING 'REQUESTED BY: ' DELIMITED BY SIZE
003870            QL-REQUESTED-BY  DELIMITED BY SIZE
003880       INTO QRY-LINE.
003890     WRITE QRY-LINE.
003900     MOVE SPACES TO QRY-LINE.
003910     STRING 'REASON:       ' DELIMITED BY SIZE
003920            QL-REASON        DELIMITED BY SIZE
003930       INTO QRY-LINE.
003940     WRITE QRY-LINE.
003950 1400-EXIT.
003960     EXIT.
003970
003980*===============================================================
003990* 1500-WRITE-CRITERIA - WHAT WAS SEARCHED FOR, AND WHERE
004000*===============================================================
004010 1500-WRITE-CRITERIA.
004020     MOVE SPACES TO QRY-LINE.
004030     IF DL-BY-PERSON
004040         STRING 'SEARCH:       EMP NO '
004050                                DELIMITED BY SIZE
004060                WS-SA-EMP-NUMBER DELIMITED BY SIZE
004070                '  VISITOR ID ' DELIMITED BY SIZE
004080                WS-SA-VISITOR-ID DELIMITED BY SIZE
004090                '  NAME '       DELIMITED BY SIZE
004100                WS-SA-NAME      DELIMITED BY SIZE
004110           INTO QRY-LINE
004120     ELSE
004130         MOVE WS-SA-FROM-DATE TO WS-EDIT-DATE
004140         MOVE WS-SA-TO-DATE   TO WS-EDIT-TO-DATE
004150         MOVE WS-SA-LOCATION-CODE TO WS-LOCATION-TEXT
004155         IF WS-SA-LOCATION-CODE = SPACE
004157             MOVE 'ALL' TO WS-LOCATION-TEXT
004159         END-IF
004160         STRING 'SEARCH:       FROM ' DELIMITED BY SIZE
004170                WS-EDIT-DATE          DELIMITED BY SIZE
004180                ' '                   DELIMITED BY SIZE
004190                WS-SA-FROM-TIME       DELIMITED BY SIZE
004200                '  TO '               DELIMITED BY SIZE
004210                WS-EDIT-TO-DATE       DELIMITED BY SIZE
004220                ' '                   DELIMITED BY SIZE
004230                WS-SA-TO-TIME         DELIMITED BY SIZE
004240                '  LOCATION '         DELIMITED BY SIZE
004250                WS-LOCATION-TEXT      DELIMITED BY SIZE
004260           INTO QRY-LINE
004300     END-IF.
004310     WRITE QRY-LINE.
004320     MOVE SPACES TO QRY-LINE.
004330     IF DL-ARCHIVE-REQUESTED
004340         MOVE 'FILES:        VISHIST AND VISHANN ANNUAL ARCHIVE'
004350           TO QRY-LINE
004360     ELSE
004370         MOVE 'FILES:        VISHIST ONLY' TO QRY-LINE
004380     END-IF.
004390     WRITE QRY-LINE.
004400 1500-EXIT.
004410     EXIT.
004420
004430*===============================================================
004440* 1900-REFUSE-SEARCH - LOG THE ATTEMPT, SAY WHY, END THE RUN
004450*===============================================================
004460 1900-REFUSE-SEARCH.
004470     DISPLAY 'HQRY0001 SEARCH REFUSED - ' WS-REFUSE-REASON.
004480     MOVE SPACES TO QRY-LINE.
004490     WRITE QRY-LINE.
004500     MOVE SPACES TO QRY-LINE.
004510     STRING '*** SEARCH REFUSED - ' DELIMITED BY SIZE
004520            WS-REFUSE-REASON        DELIMITED BY SIZE
004530            ' ***'                  DELIMITED BY SIZE
004540       INTO QRY-LINE.
004550     WRITE QRY-LINE.
004560     SET QL-REFUSED TO TRUE.
004570     WRITE QUERY-LOG-RECORD.
004580     CLOSE REQUEST-FILE.
004590     CLOSE QUERY-LOG.
004600     CLOSE QUERY-REPORT.
004610     MOVE 16 TO RETURN-CODE.
004620     STOP RUN.
004630 1900-EXIT.
004640     EXIT.
004650
004660*===============================================================
004670* 2000-SEARCH-HISTORY - ONE PASS OVER THE CURRENT HISTORY
004680*===============================================================
004690 2000-SEARCH-HISTORY.
004700     MOVE 'SOURCE: VISHIST - CURRENT HISTORY'
004710       TO WS-SOURCE-LABEL.
004720     PERFORM 5200-WRITE-SOURCE-HEADINGS THRU 5200-EXIT.
004730     OPEN INPUT VISIT-HISTORY.
004740     PERFORM 8000-READ-HISTORY THRU 8000-EXIT.
004750     PERFORM 2100-CHECK-HISTORY-RECORD THRU 2100-EXIT
004760         UNTIL WS-END-OF-HISTORY.
004770     CLOSE VISIT-HISTORY.
004780     MOVE WS-HIST-MATCHES TO WS-EDIT-COUNT.
004790     MOVE 'MATCHES IN VISHIST' TO WS-TOTAL-LABEL.
004800     PERFORM 5300-WRITE-ONE-TOTAL THRU 5300-EXIT.
004810 2000-EXIT.
004820     EXIT.
004830
004840 2100-CHECK-HISTORY-RECORD.
004850     ADD 1 TO WS-HIST-READ.
004860     PERFORM 5000-MATCH-RECORD THRU 5000-EXIT.
004870     IF WS-RECORD-MATCHES
004880         ADD 1 TO WS-HIST-MATCHES
004890         PERFORM 5100-WRITE-DETAIL THRU 5100-EXIT
004900     END-IF.
004910     PERFORM 8000-READ-HISTORY THRU 8000-EXIT.
004920 2100-EXIT.
004930     EXIT.
004940
004950*===============================================================
004960* 3000-SEARCH-ARCHIVE - THE SEVEN-YEAR ARCHIVE, ONLY ON REQUEST
004970* A MISSING OR UNREADABLE ARCHIVE DOES NOT LOSE THE HISTORY
004980* ANSWER - THE RUN IS MARKED PARTIAL AND ENDS RC=4.
004990*===============================================================
005000 3000-SEARCH-ARCHIVE.
005010     IF NOT DL-ARCHIVE-REQUESTED
005020         GO TO 3000-EXIT
005030     END-IF.
005040     MOVE 'SOURCE: VISHANN - ANNUAL ARCHIVE'
005050       TO WS-SOURCE-LABEL.
005060     PERFORM 5200-WRITE-SOURCE-HEADINGS THRU 5200-EXIT.
005070     OPEN INPUT ANNUAL-ARCHIVE.
005080     IF WS-VISHANN-STATUS NOT = '00'
005090         DISPLAY 'HQRY0002 ANNUAL ARCHIVE OPEN FAILED, STATUS '
005100                 WS-VISHANN-STATUS ' - HISTORY ONLY'
005110         SET WS-ARCHIVE-MISSED TO TRUE
005120         MOVE SPACES TO QRY-LINE
005130         STRING '*** ANNUAL ARCHIVE NOT AVAILABLE, STATUS '
005140                                    DELIMITED BY SIZE
005150                WS-VISHANN-STATUS   DELIMITED BY SIZE
005160                ' - NOT SEARCHED ***' DELIMITED BY SIZE
005170           INTO QRY-LINE
005180         WRITE QRY-LINE
005190         GO TO 3000-EXIT
005200     END-IF.
005210     PERFORM 8100-READ-ARCHIVE THRU 8100-EXIT.
005220     PERFORM 3100-CHECK-ARCHIVE-RECORD THRU 3100-EXIT
005230         UNTIL WS-END-OF-ARCHIVE.
005240     CLOSE ANNUAL-ARCHIVE.
005250     MOVE WS-ANN-MATCHES TO WS-EDIT-COUNT.
005260     MOVE 'MATCHES IN VISHANN' TO WS-TOTAL-LABEL.
005270     PERFORM 5300-WRITE-ONE-TOTAL THRU 5300-EXIT.
005280 3000-EXIT.
005290     EXIT.
005300
005310 3100-CHECK-ARCHIVE-RECORD.
005320     ADD 1 TO WS-ANN-READ.
005330     PERFORM 5000-MATCH-RECORD THRU 5000-EXIT.
005340     IF WS-RECORD-MATCHES
005350         ADD 1 TO WS-ANN-MATCHES
005360         PERFORM 5100-WRITE-DETAIL THRU 5100-EXIT
005370     END-IF.
005380     PERFORM 8100-READ-ARCHIVE THRU 8100-EXIT.
005390 3100-EXIT.
005400     EXIT.
005410
005420*===============================================================
005430* 5000-MATCH-RECORD - DOES THIS LOG RECORD ANSWER THE SEARCH
005440* PERSON: ANY GIVEN IDENTIFIER MATCHING IS ENOUGH. WINDOW: THE
005450* ARRIVAL (DATE + HHMM OF VL-RUN-TIME) FALLS INSIDE THE WINDOW,
005460* BOTH ENDS INCLUSIVE. PRE-SPLIT RECORDS CARRY A SPACE LOCATION
005470* AND COUNT AS LOBBY 'A'.
005480*===============================================================
005490 5000-MATCH-RECORD.
005500     SET WS-RECORD-SKIPPED TO TRUE.
005510     IF DL-BY-PERSON
005520         IF (WS-SA-EMP-NUMBER > 0
005530             AND VL-EMP-NUMBER = WS-SA-EMP-NUMBER)
005540         OR (WS-SA-VISITOR-ID > 0
005550             AND VL-VISITOR-ID = WS-SA-VISITOR-ID)
005560         OR (WS-SA-NAME NOT = SPACES
005570             AND VL-NAME = WS-SA-NAME)
005580             SET WS-RECORD-MATCHES TO TRUE
005590         END-IF
005600         GO TO 5000-EXIT
005610     END-IF.
005620     MOVE VL-RUN-DATE      TO WS-RS-DATE.
005630     MOVE VL-RUN-TIME(1:4) TO WS-RS-TIME.
005640     IF WS-RECORD-STAMP < WS-SA-FROM-STAMP
005650        OR WS-RECORD-STAMP > WS-SA-TO-STAMP
005660         GO TO 5000-EXIT
005670     END-IF.
005680     MOVE VL-LOCATION-CODE TO WS-WORK-LOCATION.
005690     IF WS-WORK-LOCATION = SPACE
005700         MOVE 'A' TO WS-WORK-LOCATION
005710     END-IF.
005720     IF WS-SA-LOCATION-CODE NOT = SPACE
005730        AND WS-SA-LOCATION-CODE NOT = WS-WORK-LOCATION
005740         GO TO 5000-EXIT
005750     END-IF.
005760     SET WS-RECORD-MATCHES TO TRUE.
005770 5000-EXIT.
005780     EXIT.
005790
005800*===============================================================
005810* 5100-WRITE-DETAIL - ONE LISTING LINE PER MATCHING RECORD
005820*===============================================================
005830 5100-WRITE-DETAIL.
005840     ADD 1 TO WS-TOTAL-MATCHES.
005850     MOVE VL-RUN-TIME      TO WS-TIME-WORK.
005860     MOVE VL-RUN-DATE      TO WS-DT-DATE.
005870     MOVE WS-TW-HH         TO WS-DT-HH.
005880     MOVE WS-TW-MM         TO WS-DT-MM.
005890     MOVE WS-TW-SS         TO WS-DT-SS.
005900     MOVE VL-OPERATOR-ID   TO WS-DT-OPERATOR.
005910     MOVE VL-PERSON-TYPE   TO WS-DT-TYPE.
005920     MOVE VL-VISIT-FLAG    TO WS-DT-FLAG.
005930     MOVE VL-DEPT-CODE     TO WS-DT-DEPT.
005940     MOVE VL-BADGE-NUMBER  TO WS-DT-BADGE.
005950     MOVE VL-LOCATION-CODE TO WS-DT-LOCATION.
005960     MOVE VL-EMP-NUMBER    TO WS-DT-EMP-NUMBER.
005970     MOVE VL-VISITOR-ID    TO WS-DT-VISITOR-ID.
005980     MOVE VL-NAME          TO WS-DT-NAME.
005990     MOVE WS-DETAIL-LINE   TO QRY-LINE.
006000     WRITE QRY-LINE.
006010 5100-EXIT.
006020     EXIT.
006030
006040*===============================================================
006050* 5200-WRITE-SOURCE-HEADINGS - FILE BANNER AND COLUMN HEADINGS
006060*===============================================================
006070 5200-WRITE-SOURCE-HEADINGS.
006080     MOVE SPACES TO QRY-LINE.
006090     WRITE QRY-LINE.
006100     MOVE WS-SOURCE-LABEL TO QRY-LINE.
006110     WRITE QRY-LINE.
006120     MOVE WS-HEADER-LINE TO QRY-LINE.
006130     WRITE QRY-LINE.
006140 5200-EXIT.
006150     EXIT.
006160
006170*===============================================================
006180* 5300-WRITE-ONE-TOTAL - ONE LABELLED COUNT LINE
006190*===============================================================
006200 5300-WRITE-ONE-TOTAL.
006210     MOVE SPACES TO QRY-LINE.
006220     STRING WS-TOTAL-LABEL DELIMITED BY SIZE
006230            ' . . . . . '  DELIMITED BY SIZE
006240            WS-EDIT-COUNT  DELIMITED BY SIZE
006250       INTO QRY-LINE.
006260     WRITE QRY-LINE.
006270 5300-EXIT.
006280     EXIT.
006290
006300*===============================================================
006310* 8000-READ-HISTORY - READ-AHEAD LOGIC FOR VISIT-HISTORY
006320*===============================================================
006330 8000-READ-HISTORY.
006340     READ VISIT-HISTORY INTO VISITOR-LOG-RECORD
006350         AT END
006360             SET WS-END-OF-HISTORY TO TRUE
006370     END-READ.
006380 8000-EXIT.
006390     EXIT.
006400
006410*===============================================================
006420* 8100-READ-ARCHIVE - READ-AHEAD LOGIC FOR ANNUAL-ARCHIVE
006430*===============================================================
006440 8100-READ-ARCHIVE.
006450     READ ANNUAL-ARCHIVE INTO VISITOR-LOG-RECORD
006460         AT END
006470             SET WS-END-OF-ARCHIVE TO TRUE
006480     END-READ.
006490 8100-EXIT.
006500     EXIT.
006510
006520*===============================================================
006530* 9000-TERMINATE - TOTALS, CONTROL RECORD AND CLOSE
006540*===============================================================
006550 9000-TERMINATE.
006560     MOVE SPACES TO QRY-LINE.
006570     WRITE QRY-LINE.
006580     MOVE WS-HIST-READ TO WS-EDIT-COUNT.
006590     MOVE 'VISHIST RECORDS READ' TO WS-TOTAL-LABEL.
006600     PERFORM 5300-WRITE-ONE-TOTAL THRU 5300-EXIT.
006610     IF DL-ARCHIVE-REQUESTED
006620         MOVE WS-ANN-READ TO WS-EDIT-COUNT
006630         MOVE 'VISHANN RECORDS READ' TO WS-TOTAL-LABEL
006640         PERFORM 5300-WRITE-ONE-TOTAL THRU 5300-EXIT
006650     END-IF.
006660     MOVE WS-TOTAL-MATCHES TO WS-EDIT-COUNT.
006670     MOVE 'TOTAL MATCHING RECORDS' TO WS-TOTAL-LABEL.
006680     PERFORM 5300-WRITE-ONE-TOTAL THRU 5300-EXIT.
006690     DISPLAY 'HQRY0003 MATCHING RECORDS: ' WS-EDIT-COUNT.
006700     MOVE WS-TOTAL-MATCHES TO QL-MATCH-COUNT.
006710     IF WS-ARCHIVE-MISSED
006720         SET QL-PARTIAL TO TRUE
006730     ELSE
006740         SET QL-COMPLETED TO TRUE
006750     END-IF.
006760     WRITE QUERY-LOG-RECORD.
006770     CLOSE REQUEST-FILE.
006780     CLOSE QUERY-LOG.
006790     CLOSE QUERY-REPORT.
006800 9000-EXIT.
006810     EXIT.
