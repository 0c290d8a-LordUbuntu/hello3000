000010*===============================================================
000020* PROGRAM-ID : CALUPDT
000030* AUTHOR     : J. BURGER
000040*===============================================================
000050* MODIFICATION HISTORY
000060* ----------------------------------------------------------------
000070* DATE       INIT  DESCRIPTION
000080* ---------- ----  -------------------------------------------
000090* 2026-10-14 JB    ORIGINAL PROGRAM - BATCH MAINTENANCE FOR THE
000100*                  BUSINESS-DAY CALENDAR (COPYBOOK CALENDAR)
000110*                  SHARED BY HELLO, BDGRELSE AND HELLOHST.
000120*                  READS GENERATE-YEAR, CLOSE, OPEN AND DELETE-
000130*                  OVERRIDE TRANSACTIONS (COPYBOOK CALTRAN).
000140*                  A GENERATED YEAR ADDS ONLY THE DAYS NOT YET
000150*                  ON FILE, SO HOLIDAYS KEYED AHEAD SURVIVE IT.
000160*                  A CLOSE WITH NO LOCATION IS A COMPANY
000170*                  HOLIDAY; WITH A LOCATION IT CLOSES THAT ONE
000180*                  SITE (PLANT SHUTDOWN). EVERY TRANSACTION,
000190*                  APPLIED OR REJECTED, PRINTS ON THE CHANGE-
000200*                  AUDIT LISTING WITH THE DAY TYPE BEFORE AND
000210*                  AFTER. RETURN CODE 4 WHEN ANY TRANSACTION
000220*                  REJECTED.
000221* 2026-10-14 JB    THE PARM NOW CARRIES THE SUBMITTING OPERATOR'S
000222*                  ID. THE RUN STOPS RC 16 BEFORE ANY FILE IS
000223*                  OPENED UNLESS THE OPERATOR IS ON THE NEW
000224*                  OPERATOR MASTER (COPYBOOK OPERMAST), ACTIVE,
000225*                  AND HOLDS THE FACILITIES ROLE (OR IS AN
000226*                  ADMINISTRATOR). THE OPERATOR PRINTS UNDER
000227*                  THE LISTING TITLE, SO EVERY CHANGE
000228*                  TRACES TO A PERSON.
000230*===============================================================
000240 IDENTIFICATION DIVISION.
000250 PROGRAM-ID. CALUPDT.
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
000360     SELECT TRANSACTION-FILE ASSIGN TO CALTRAN
000370         ORGANIZATION IS SEQUENTIAL.
000380     SELECT CALENDAR-FILE ASSIGN TO CALENDAR
000390         ORGANIZATION IS INDEXED
000400         ACCESS MODE IS DYNAMIC
000410         RECORD KEY IS CL-KEY
000420         FILE STATUS IS WS-CALENDAR-STATUS.
000421     SELECT OPERATOR-MASTER ASSIGN TO OPERMAST
000422         ORGANIZATION IS INDEXED
000423         ACCESS MODE IS RANDOM
000424         RECORD KEY IS OP-OPERATOR-ID
000425         FILE STATUS IS WS-OPERMAST-STATUS.
000430     SELECT AUDIT-REPORT ASSIGN TO AUDRPT
000440         ORGANIZATION IS SEQUENTIAL.
000450*===============================================================
000460* DATA DIVISION
000470*===============================================================
000480 DATA DIVISION.
000490 FILE SECTION.
000500 FD  TRANSACTION-FILE
000510     RECORDING MODE IS F.
000520     COPY CALTRAN.
000530
000540 FD  CALENDAR-FILE.
000550     COPY CALENDAR.
000560
000562 FD  OPERATOR-MASTER.
000564     COPY OPERMAST.
000566
000570 FD  AUDIT-REPORT
000580     RECORDING MODE IS F.
000590 01  AUDIT-LINE                     PIC X(132).
000600
000610 WORKING-STORAGE SECTION.
000620*---------------------------------------------------------------
000630* SWITCHES
000640*---------------------------------------------------------------
000650 01  WS-SWITCHES.
000660     05 WS-TRANS-EOF-SWITCH          PIC X(01) VALUE 'N'.
000670         88 WS-END-OF-TRANS                    VALUE 'Y'.
000680     05 WS-EDIT-SWITCH               PIC X(01) VALUE 'Y'.
000690         88 WS-EDIT-OK                         VALUE 'Y'.
000700         88 WS-EDIT-FAILED                     VALUE 'N'.
000710     05 WS-DAY-FOUND-SWITCH          PIC X(01) VALUE 'N'.
000720         88 WS-DAY-ON-FILE                     VALUE 'Y'.
000730         88 WS-DAY-NOT-ON-FILE                 VALUE 'N'.
000740
000750*---------------------------------------------------------------
000760* COUNTERS
000770*---------------------------------------------------------------
000780 01  WS-COUNTERS.
000790     05 WS-TRANS-READ                PIC 9(07) COMP VALUE 0.
000800     05 WS-YEARS-GENERATED           PIC 9(07) COMP VALUE 0.
000810     05 WS-DAYS-GENERATED            PIC 9(07) COMP VALUE 0.
000820     05 WS-CLOSES-APPLIED            PIC 9(07) COMP VALUE 0.
000830     05 WS-OPENS-APPLIED             PIC 9(07) COMP VALUE 0.
000840     05 WS-DELETES-APPLIED           PIC 9(07) COMP VALUE 0.
000850     05 WS-TRANS-REJECTED            PIC 9(07) COMP VALUE 0.
000860     05 WS-YEAR-ADDED                PIC 9(05) COMP VALUE 0.
000870     05 WS-YEAR-KEPT                 PIC 9(05) COMP VALUE 0.
000880
000890*---------------------------------------------------------------
000900* DATE EDITING AND DAY-OF-WEEK WORK AREAS. DAY 1 OF THE
000910* INTEGER DATE SERIES (1601-01-01) WAS A MONDAY, SO THE
000920* REMAINDER BY 7 GIVES 1 = MONDAY ... 7 = SUNDAY, THE SAME
000930* NUMBERING AS ACCEPT FROM DAY-OF-WEEK.
000940*---------------------------------------------------------------
000950 01  WS-CHECK-DATE                   PIC 9(08) VALUE 0.
000960 01  WS-CHECK-DATE-R REDEFINES WS-CHECK-DATE.
000970     05 WS-CD-YYYY                   PIC 9(04).
000980     05 WS-CD-MM                     PIC 9(02).
000990     05 WS-CD-DD                     PIC 9(02).
001000
001010 01  WS-MONTH-DAYS-VALUES            PIC X(24) VALUE
001020     '312831303130313130313031'.
001030 01  WS-MONTH-DAYS-TABLE REDEFINES WS-MONTH-DAYS-VALUES.
001040     05 WS-MONTH-DAYS                PIC 9(02) OCCURS 12 TIMES.
001050
001060 01  WS-DATE-WORK.
001070     05 WS-DAYS-IN-MONTH             PIC 9(02) COMP VALUE 0.
001080     05 WS-DIVIDE-QUOTIENT           PIC 9(08) COMP VALUE 0.
001090     05 WS-REM-4                     PIC 9(03) COMP VALUE 0.
001100     05 WS-REM-100                   PIC 9(03) COMP VALUE 0.
001110     05 WS-REM-400                   PIC 9(03) COMP VALUE 0.
001120     05 WS-GEN-FIRST                 PIC 9(08) COMP VALUE 0.
001130     05 WS-GEN-LAST                  PIC 9(08) COMP VALUE 0.
001140     05 WS-GEN-INTEGER               PIC 9(08) COMP VALUE 0.
001150     05 WS-GEN-OFFSET                PIC 9(08) COMP VALUE 0.
001160     05 WS-DAY-OF-WEEK               PIC 9(01) VALUE 0.
001170         88 WS-WEEKEND-DAY                     VALUE 6 7.
001180
001190*---------------------------------------------------------------
001200* WORK AREAS
001210*---------------------------------------------------------------
001220 01  WS-BEFORE-TYPE                  PIC X(01) VALUE SPACE.
001230 01  WS-NEW-TYPE                     PIC X(01) VALUE SPACE.
001240 01  WS-NEW-DESCRIPTION              PIC X(30) VALUE SPACES.
001250
001260 01  WS-AUDIT-LOCATION               PIC X(03) VALUE SPACES.
001270
001280 01  WS-REJECT-REASON                PIC X(30) VALUE SPACES.
001290
001300 01  WS-TOTAL-LABEL                  PIC X(25) VALUE SPACES.
001310
001320 01  WS-CALENDAR-STATUS              PIC X(02) VALUE SPACES.
001330
001331 01  WS-RUN-OPERATOR.
001332     05 WS-OPERATOR-ID               PIC X(08) VALUE SPACES.
001333     05 WS-OPERATOR-NAME             PIC X(30) VALUE SPACES.
001334
001335 01  WS-OPERMAST-STATUS              PIC X(02) VALUE SPACES.
001336
001340 01  WS-RUN-DATE                     PIC 9(08).
001350
001360 01  WS-EDIT-FIELDS.
001370     05 WS-EDIT-COUNT                PIC ZZZ,ZZ9.
001380     05 WS-EDIT-DATE                 PIC 9999/99/99.
001390     05 WS-EDIT-ADDED                PIC ZZ9.
001400     05 WS-EDIT-KEPT                 PIC ZZ9.
001410
001412*===============================================================
001414* LINKAGE SECTION - OPERATOR ID ARRIVES VIA THE EXEC PARM
001416*===============================================================
001418 LINKAGE SECTION.
001420 01  DL-PARM-AREA.
001422     05 DL-PARM-LENGTH                PIC S9(4) COMP.
001424     05 DL-OPERATOR-ID                PIC X(08).
001426
001428 PROCEDURE DIVISION USING DL-PARM-AREA.
001430*===============================================================
001440* 0000-MAINLINE
001450*===============================================================
001460 0000-MAINLINE.
001470     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001480     PERFORM 2000-PROCESS-TRANS THRU 2000-EXIT
001490         UNTIL WS-END-OF-TRANS.
001500     PERFORM 9000-TERMINATE THRU 9000-EXIT.
001510     IF WS-TRANS-REJECTED > 0
001520         MOVE 4 TO RETURN-CODE
001530     END-IF.
001540     STOP RUN.
001550
001560*===============================================================
001570* 1000-INITIALIZE - OPEN FILES, PRIME READ
001580*===============================================================
001590 1000-INITIALIZE.
001600     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
001605     PERFORM 1050-VALIDATE-OPERATOR THRU 1050-EXIT.
001610     OPEN INPUT TRANSACTION-FILE.
001620     OPEN OUTPUT AUDIT-REPORT.
001630     OPEN I-O CALENDAR-FILE.
001640     IF WS-CALENDAR-STATUS NOT = '00'
001650         DISPLAY 'CALU0001 CALENDAR OPEN FAILED, STATUS '
001660                 WS-CALENDAR-STATUS
001670         MOVE 16 TO RETURN-CODE
001680         STOP RUN
001690     END-IF.
001700     PERFORM 1100-WRITE-AUDIT-HEADINGS THRU 1100-EXIT.
001710     PERFORM 8000-READ-TRANSACTION THRU 8000-EXIT.
001720 1000-EXIT.
001730     EXIT.
001740
001741*===============================================================
001742* 1050-VALIDATE-OPERATOR - WHO IS RUNNING THIS JOB
001743* THE PARM OPERATOR MUST BE ON THE OPERATOR MASTER, ACTIVE,
001744* AND HOLD THE FACILITIES ROLE OR BE AN ADMINISTRATOR.
001745* ANYTHING ELSE STOPS THE RUN BEFORE A FILE IS OPENED.
001746*===============================================================
001747 1050-VALIDATE-OPERATOR.
001748     IF DL-PARM-LENGTH < 8
001749        OR DL-OPERATOR-ID = SPACES
001750         DISPLAY 'CALU0003 OPERATOR ID PARM MISSING'
001751         MOVE 16 TO RETURN-CODE
001752         STOP RUN
001753     END-IF.
001754     MOVE DL-OPERATOR-ID TO WS-OPERATOR-ID.
001755     OPEN INPUT OPERATOR-MASTER.
001756     IF WS-OPERMAST-STATUS NOT = '00'
001757         DISPLAY 'CALU0004 OPERATOR MASTER OPEN FAILED, STATUS '
001758                 WS-OPERMAST-STATUS
001759         MOVE 16 TO RETURN-CODE
001760         STOP RUN
001761     END-IF.
001762     MOVE WS-OPERATOR-ID TO OP-OPERATOR-ID.
001763     READ OPERATOR-MASTER
001764         INVALID KEY
001765             DISPLAY 'CALU0005 OPERATOR ' WS-OPERATOR-ID
001766                     ' NOT ON THE OPERATOR MASTER'
001767             MOVE 16 TO RETURN-CODE
001768             STOP RUN
001769     END-READ.
001770     IF NOT OP-ACTIVE
001771         DISPLAY 'CALU0006 OPERATOR ' WS-OPERATOR-ID
001772                 ' IS INACTIVE'
001773         MOVE 16 TO RETURN-CODE
001774         STOP RUN
001775     END-IF.
001776     IF NOT OP-ROLE-FACILITIES
001777        AND NOT OP-ROLE-ADMINISTRATOR
001778         DISPLAY 'CALU0007 OPERATOR ' WS-OPERATOR-ID
001779                 ' ROLE ' OP-ROLE
001780                 ' MAY NOT MAINTAIN THE CALENDAR'
001781         MOVE 16 TO RETURN-CODE
001782         STOP RUN
001783     END-IF.
001784     MOVE OP-NAME TO WS-OPERATOR-NAME.
001785     CLOSE OPERATOR-MASTER.
001786 1050-EXIT.
001787     EXIT.
001788
001789*===============================================================
001790* 1100-WRITE-AUDIT-HEADINGS - DATE-STAMPED LISTING TITLE
001791*===============================================================
001792 1100-WRITE-AUDIT-HEADINGS.
001793     MOVE WS-RUN-DATE TO WS-EDIT-DATE.
001800     MOVE SPACES TO AUDIT-LINE.
001810     STRING 'BUSINESS-DAY CALENDAR CHANGE-AUDIT LISTING'
001820                            DELIMITED BY SIZE
001830            '   RUN DATE: ' DELIMITED BY SIZE
001840            WS-EDIT-DATE    DELIMITED BY SIZE
001850       INTO AUDIT-LINE.
001860     WRITE AUDIT-LINE.
001861     MOVE SPACES TO AUDIT-LINE.
001862     STRING 'RUN BY OPERATOR: ' DELIMITED BY SIZE
001863            WS-OPERATOR-ID      DELIMITED BY SIZE
001864            '  '                DELIMITED BY SIZE
001865            WS-OPERATOR-NAME    DELIMITED BY SIZE
001866       INTO AUDIT-LINE.
001867     WRITE AUDIT-LINE.
001870     MOVE SPACES TO AUDIT-LINE.
001880     STRING 'DAY TYPES: B=BUSINESS DAY  W=WEEKEND  '
001890                            DELIMITED BY SIZE
001900            'H=COMPANY HOLIDAY  C=SITE CLOSED  '
001910                            DELIMITED BY SIZE
001920            'LOC ALL=COMPANY-WIDE'
001930                            DELIMITED BY SIZE
001940       INTO AUDIT-LINE.
001950     WRITE AUDIT-LINE.
001960     MOVE SPACES TO AUDIT-LINE.
001970     WRITE AUDIT-LINE.
001980 1100-EXIT.
001990     EXIT.
002000
002010*===============================================================
002020* 2000-PROCESS-TRANS - EDIT AND ROUTE ONE TRANSACTION
002030*===============================================================
002040 2000-PROCESS-TRANS.
002050     ADD 1 TO WS-TRANS-READ.
002060     IF CT-LOCATION-CODE = SPACE
002070         MOVE 'ALL' TO WS-AUDIT-LOCATION
002080     ELSE
002090         MOVE CT-LOCATION-CODE TO WS-AUDIT-LOCATION
002100     END-IF.
002110     PERFORM 2100-VALIDATE-TRANS THRU 2100-EXIT.
002120     IF WS-EDIT-FAILED
002130         PERFORM 5100-WRITE-AUDIT-REJECT THRU 5100-EXIT
002140         GO TO 2000-READ-NEXT
002150     END-IF.
002160     EVALUATE TRUE
002170         WHEN CT-GENERATE-YEAR
002180             PERFORM 3000-GENERATE-YEAR THRU 3000-EXIT
002190         WHEN CT-CLOSE-DAY
002200             PERFORM 3100-APPLY-CLOSE THRU 3100-EXIT
002210         WHEN CT-OPEN-DAY
002220             PERFORM 3200-APPLY-OPEN THRU 3200-EXIT
002230         WHEN CT-DELETE-OVERRIDE
002240             PERFORM 3300-APPLY-DELETE THRU 3300-EXIT
002250     END-EVALUATE.
002260 2000-READ-NEXT.
002270     PERFORM 8000-READ-TRANSACTION THRU 8000-EXIT.
002280 2000-EXIT.
002290     EXIT.
002300
002310*===============================================================
002320* 2100-VALIDATE-TRANS - CODE, DATE, LOCATION
002330* FIRST FAILURE WINS - ONE REASON PER REJECT LINE. A YEAR IS
002340* ONLY EVER GENERATED COMPANY-WIDE, AND ONLY A SITE OVERRIDE
002350* MAY BE DELETED - A COMPANY DAY IS REOPENED OR CLOSED, NEVER
002360* REMOVED, SO HOLIDAYS CANNOT SILENTLY FALL OFF THE FILE.
002370*===============================================================
002380 2100-VALIDATE-TRANS.
002390     SET WS-EDIT-OK TO TRUE.
002400     MOVE SPACES TO WS-REJECT-REASON.
002410     IF NOT CT-GENERATE-YEAR AND NOT CT-CLOSE-DAY
002420        AND NOT CT-OPEN-DAY AND NOT CT-DELETE-OVERRIDE
002430         MOVE 'INVALID TRANSACTION CODE' TO WS-REJECT-REASON
002440         SET WS-EDIT-FAILED TO TRUE
002450         GO TO 2100-EXIT
002460     END-IF.
002470     PERFORM 4000-EDIT-DATE THRU 4000-EXIT.
002480     IF WS-EDIT-FAILED
002490         GO TO 2100-EXIT
002500     END-IF.
002510     IF CT-GENERATE-YEAR
002520        AND CT-LOCATION-CODE NOT = SPACE
002530         MOVE 'GENERATE IS COMPANY-WIDE ONLY' TO WS-REJECT-REASON
002540         SET WS-EDIT-FAILED TO TRUE
002550         GO TO 2100-EXIT
002560     END-IF.
002570     IF CT-DELETE-OVERRIDE
002580        AND CT-LOCATION-CODE = SPACE
002590         MOVE 'DELETE - LOCATION REQUIRED' TO WS-REJECT-REASON
002600         SET WS-EDIT-FAILED TO TRUE
002610     END-IF.
002620 2100-EXIT.
002630     EXIT.
002640
002650*===============================================================
002660* 3000-GENERATE-YEAR - ONE COMPANY RECORD PER DAY OF THE YEAR
002670* DAYS ALREADY ON FILE (HOLIDAYS KEYED AHEAD, OR A YEAR RUN
002680* TWICE) ARE LEFT EXACTLY AS THEY ARE.
002690*===============================================================
002700 3000-GENERATE-YEAR.
002710     MOVE 0 TO WS-YEAR-ADDED.
002720     MOVE 0 TO WS-YEAR-KEPT.
002730     COMPUTE WS-GEN-FIRST =
002740         FUNCTION INTEGER-OF-DATE(WS-CD-YYYY * 10000 + 0101).
002750     COMPUTE WS-GEN-LAST =
002760         FUNCTION INTEGER-OF-DATE(WS-CD-YYYY * 10000 + 1231).
002770     PERFORM 3050-GENERATE-ONE-DAY THRU 3050-EXIT
002780         VARYING WS-GEN-INTEGER FROM WS-GEN-FIRST BY 1
002790         UNTIL WS-GEN-INTEGER > WS-GEN-LAST.
002800     ADD 1 TO WS-YEARS-GENERATED.
002810     MOVE WS-YEAR-ADDED TO WS-EDIT-ADDED.
002820     MOVE WS-YEAR-KEPT  TO WS-EDIT-KEPT.
002830     MOVE SPACES TO AUDIT-LINE.
002840     STRING CT-TRANS-CODE        DELIMITED BY SIZE
002850            ' YEAR '             DELIMITED BY SIZE
002860            WS-CD-YYYY           DELIMITED BY SIZE
002870            '      LOC ALL  DAYS ADDED '
002880                                 DELIMITED BY SIZE
002890            WS-EDIT-ADDED        DELIMITED BY SIZE
002900            '  ALREADY ON FILE ' DELIMITED BY SIZE
002910            WS-EDIT-KEPT         DELIMITED BY SIZE
002920       INTO AUDIT-LINE.
002930     WRITE AUDIT-LINE.
002940 3000-EXIT.
002950     EXIT.
002960
002970 3050-GENERATE-ONE-DAY.
002980     COMPUTE CL-CAL-DATE =
002990         FUNCTION DATE-OF-INTEGER(WS-GEN-INTEGER).
003000     MOVE SPACE TO CL-LOCATION-CODE.
003010     READ CALENDAR-FILE
003020         INVALID KEY
003030             CONTINUE
003040         NOT INVALID KEY
003050             ADD 1 TO WS-YEAR-KEPT
003060             GO TO 3050-EXIT
003070     END-READ.
003080     COMPUTE WS-GEN-OFFSET = WS-GEN-INTEGER - 1.
003090     DIVIDE WS-GEN-OFFSET BY 7 GIVING WS-DIVIDE-QUOTIENT
003100         REMAINDER WS-DAY-OF-WEEK.
003110     ADD 1 TO WS-DAY-OF-WEEK.
003120     IF WS-WEEKEND-DAY
003130         SET CL-WEEKEND TO TRUE
003140         MOVE 'WEEKEND' TO CL-DESCRIPTION
003150     ELSE
003160         SET CL-BUSINESS-DAY TO TRUE
003170         MOVE 'BUSINESS DAY' TO CL-DESCRIPTION
003180     END-IF.
003190     MOVE WS-RUN-DATE TO CL-LAST-UPDATED.
003200     WRITE CALENDAR-RECORD
003210         INVALID KEY
003220             DISPLAY 'CALU0002 CALENDAR WRITE FAILED FOR '
003230                     CL-CAL-DATE ', STATUS '
003240                     WS-CALENDAR-STATUS
003250             GO TO 3050-EXIT
003260     END-WRITE.
003270     ADD 1 TO WS-YEAR-ADDED.
003280     ADD 1 TO WS-DAYS-GENERATED.
003290 3050-EXIT.
003300     EXIT.
003310
003320*===============================================================
003330* 3100-APPLY-CLOSE - COMPANY HOLIDAY ('H') OR SITE CLOSURE ('C')
003340*===============================================================
003350 3100-APPLY-CLOSE.
003360     IF CT-LOCATION-CODE = SPACE
003370         MOVE 'H' TO WS-NEW-TYPE
003380         MOVE 'HOLIDAY' TO WS-NEW-DESCRIPTION
003390     ELSE
003400         MOVE 'C' TO WS-NEW-TYPE
003410         MOVE 'SITE CLOSED' TO WS-NEW-DESCRIPTION
003420     END-IF.
003430     PERFORM 4100-READ-DAY THRU 4100-EXIT.
003440     IF WS-DAY-ON-FILE
003450        AND CL-DAY-TYPE = WS-NEW-TYPE
003460         MOVE 'CLOSE - DAY ALREADY CLOSED' TO WS-REJECT-REASON
003470         PERFORM 5100-WRITE-AUDIT-REJECT THRU 5100-EXIT
003480         GO TO 3100-EXIT
003490     END-IF.
003500     PERFORM 4200-STORE-DAY THRU 4200-EXIT.
003510     IF WS-REJECT-REASON NOT = SPACES
003520         GO TO 3100-EXIT
003530     END-IF.
003540     ADD 1 TO WS-CLOSES-APPLIED.
003550     PERFORM 5000-WRITE-AUDIT-APPLIED THRU 5000-EXIT.
003560 3100-EXIT.
003570     EXIT.
003580
003590*===============================================================
003600* 3200-APPLY-OPEN - A DAY (OR ONE SITE'S DAY) BECOMES BUSINESS
003610* A SITE OPEN ON A COMPANY HOLIDAY GETS ITS OWN 'B' OVERRIDE.
003620*===============================================================
003630 3200-APPLY-OPEN.
003640     MOVE 'B' TO WS-NEW-TYPE.
003650     IF CT-LOCATION-CODE = SPACE
003660         MOVE 'BUSINESS DAY' TO WS-NEW-DESCRIPTION
003670     ELSE
003680         MOVE 'SITE OPEN' TO WS-NEW-DESCRIPTION
003690     END-IF.
003700     PERFORM 4100-READ-DAY THRU 4100-EXIT.
003710     IF WS-DAY-ON-FILE
003720        AND CL-BUSINESS-DAY
003730         MOVE 'OPEN - DAY ALREADY OPEN' TO WS-REJECT-REASON
003740         PERFORM 5100-WRITE-AUDIT-REJECT THRU 5100-EXIT
003750         GO TO 3200-EXIT
003760     END-IF.
003770     PERFORM 4200-STORE-DAY THRU 4200-EXIT.
003780     IF WS-REJECT-REASON NOT = SPACES
003790         GO TO 3200-EXIT
003800     END-IF.
003810     ADD 1 TO WS-OPENS-APPLIED.
003820     PERFORM 5000-WRITE-AUDIT-APPLIED THRU 5000-EXIT.
003830 3200-EXIT.
003840     EXIT.
003850
003860*===============================================================
003870* 3300-APPLY-DELETE - DROP A SITE OVERRIDE; THE SITE FOLLOWS
003880* THE COMPANY DAY AGAIN
003890*===============================================================
003900 3300-APPLY-DELETE.
003910     PERFORM 4100-READ-DAY THRU 4100-EXIT.
003920     IF WS-DAY-NOT-ON-FILE
003930         MOVE 'DELETE - NO SITE OVERRIDE' TO WS-REJECT-REASON
003940         PERFORM 5100-WRITE-AUDIT-REJECT THRU 5100-EXIT
003950         GO TO 3300-EXIT
003960     END-IF.
003970     DELETE CALENDAR-FILE
003980         INVALID KEY
003990             MOVE 'CALENDAR DELETE FAILED' TO WS-REJECT-REASON
004000             PERFORM 5100-WRITE-AUDIT-REJECT THRU 5100-EXIT
004010             GO TO 3300-EXIT
004020     END-DELETE.
004030     ADD 1 TO WS-DELETES-APPLIED.
004040     PERFORM 5000-WRITE-AUDIT-APPLIED THRU 5000-EXIT.
004050 3300-EXIT.
004060     EXIT.
004070
004080*===============================================================
004090* 4000-EDIT-DATE - CT-CAL-DATE MUST BE A REAL CALENDAR DATE
004100* LEAP YEARS: DIVISIBLE BY 4, EXCEPT CENTURIES NOT DIVISIBLE
004110* BY 400. THE INTEGER DATE SERIES STARTS AT 1601.
004120*===============================================================
004130 4000-EDIT-DATE.
004140     IF CT-CAL-DATE NOT NUMERIC
004150         MOVE 'CALENDAR DATE NOT NUMERIC' TO WS-REJECT-REASON
004160         SET WS-EDIT-FAILED TO TRUE
004170         GO TO 4000-EXIT
004180     END-IF.
004190     MOVE CT-CAL-DATE TO WS-CHECK-DATE.
004200     IF WS-CD-YYYY < 1601
004210        OR WS-CD-MM < 1 OR WS-CD-MM > 12
004220        OR WS-CD-DD < 1
004230         MOVE 'CALENDAR DATE INVALID' TO WS-REJECT-REASON
004240         SET WS-EDIT-FAILED TO TRUE
004250         GO TO 4000-EXIT
004260     END-IF.
004270     MOVE WS-MONTH-DAYS(WS-CD-MM) TO WS-DAYS-IN-MONTH.
004280     IF WS-CD-MM = 2
004290         DIVIDE WS-CD-YYYY BY 4 GIVING WS-DIVIDE-QUOTIENT
004300             REMAINDER WS-REM-4
004310         DIVIDE WS-CD-YYYY BY 100 GIVING WS-DIVIDE-QUOTIENT
004320             REMAINDER WS-REM-100
004330         DIVIDE WS-CD-YYYY BY 400 GIVING WS-DIVIDE-QUOTIENT
004340             REMAINDER WS-REM-400
004350         IF WS-REM-4 = 0
004360            AND (WS-REM-100 NOT = 0 OR WS-REM-400 = 0)
004370             MOVE 29 TO WS-DAYS-IN-MONTH
004380         END-IF
004390     END-IF.
004400     IF WS-CD-DD > WS-DAYS-IN-MONTH
004410         MOVE 'CALENDAR DATE INVALID' TO WS-REJECT-REASON
004420         SET WS-EDIT-FAILED TO TRUE
004430     END-IF.
004440 4000-EXIT.
004450     EXIT.
004460
004470*===============================================================
004480* 4100-READ-DAY - THE TRANSACTION'S OWN DATE/LOCATION RECORD
004490* SAVES THE DAY TYPE BEFORE THE CHANGE (SPACE = NOT ON FILE).
004500*===============================================================
004510 4100-READ-DAY.
004520     MOVE SPACES TO WS-REJECT-REASON.
004530     MOVE SPACE TO WS-BEFORE-TYPE.
004540     MOVE CT-CAL-DATE      TO CL-CAL-DATE.
004550     MOVE CT-LOCATION-CODE TO CL-LOCATION-CODE.
004560     READ CALENDAR-FILE
004570         INVALID KEY
004580             SET WS-DAY-NOT-ON-FILE TO TRUE
004590         NOT INVALID KEY
004600             SET WS-DAY-ON-FILE TO TRUE
004610             MOVE CL-DAY-TYPE TO WS-BEFORE-TYPE
004620     END-READ.
004630 4100-EXIT.
004640     EXIT.
004650
004660*===============================================================
004670* 4200-STORE-DAY - REWRITE THE DAY READ BY 4100, OR ADD IT
004680* THE TRANSACTION'S DESCRIPTION WINS WHEN ONE WAS KEYED.
004690*===============================================================
004700 4200-STORE-DAY.
004710     IF WS-DAY-NOT-ON-FILE
004720         MOVE CT-CAL-DATE      TO CL-CAL-DATE
004730         MOVE CT-LOCATION-CODE TO CL-LOCATION-CODE
004740     END-IF.
004750     MOVE WS-NEW-TYPE TO CL-DAY-TYPE.
004760     IF CT-DESCRIPTION = SPACES
004770         MOVE WS-NEW-DESCRIPTION TO CL-DESCRIPTION
004780     ELSE
004790         MOVE CT-DESCRIPTION TO CL-DESCRIPTION
004800     END-IF.
004810     MOVE WS-RUN-DATE TO CL-LAST-UPDATED.
004820     IF WS-DAY-ON-FILE
004830         REWRITE CALENDAR-RECORD
004840             INVALID KEY
004850                 MOVE 'CALENDAR REWRITE FAILED'
004860                   TO WS-REJECT-REASON
004870                 PERFORM 5100-WRITE-AUDIT-REJECT THRU 5100-EXIT
004880         END-REWRITE
004890     ELSE
004900         WRITE CALENDAR-RECORD
004910             INVALID KEY
004920                 MOVE 'CALENDAR WRITE FAILED'
004930                   TO WS-REJECT-REASON
004940                 PERFORM 5100-WRITE-AUDIT-REJECT THRU 5100-EXIT
004950         END-WRITE
004960     END-IF.
004970 4200-EXIT.
004980     EXIT.
004990
005000*===============================================================
005010* 5000-WRITE-AUDIT-APPLIED - BEFORE/AFTER LINE FOR ONE CHANGE
005020*===============================================================
005030 5000-WRITE-AUDIT-APPLIED.
005040     MOVE CT-CAL-DATE TO WS-EDIT-DATE.
005050     MOVE SPACES TO AUDIT-LINE.
005060     EVALUATE TRUE
005070         WHEN CT-DELETE-OVERRIDE
005080             STRING CT-TRANS-CODE     DELIMITED BY SIZE
005090                    ' '               DELIMITED BY SIZE
005100                    WS-EDIT-DATE      DELIMITED BY SIZE
005110                    ' LOC '           DELIMITED BY SIZE
005120                    WS-AUDIT-LOCATION DELIMITED BY SIZE
005130                    '  BEFORE '       DELIMITED BY SIZE
005140                    WS-BEFORE-TYPE    DELIMITED BY SIZE
005150                    '       AFTER *DELETED*'
005160                                      DELIMITED BY SIZE
005170               INTO AUDIT-LINE
005180         WHEN WS-BEFORE-TYPE = SPACE
005190             STRING CT-TRANS-CODE     DELIMITED BY SIZE
005200                    ' '               DELIMITED BY SIZE
005210                    WS-EDIT-DATE      DELIMITED BY SIZE
005220                    ' LOC '           DELIMITED BY SIZE
005230                    WS-AUDIT-LOCATION DELIMITED BY SIZE
005240                    '  BEFORE *NEW*  AFTER '
005250                                      DELIMITED BY SIZE
005260                    CL-DAY-TYPE       DELIMITED BY SIZE
005270                    '  '              DELIMITED BY SIZE
005280                    CL-DESCRIPTION    DELIMITED BY SIZE
005290               INTO AUDIT-LINE
005300         WHEN OTHER
005310             STRING CT-TRANS-CODE     DELIMITED BY SIZE
005320                    ' '               DELIMITED BY SIZE
005330                    WS-EDIT-DATE      DELIMITED BY SIZE
005340                    ' LOC '           DELIMITED BY SIZE
005350                    WS-AUDIT-LOCATION DELIMITED BY SIZE
005360                    '  BEFORE '       DELIMITED BY SIZE
005370                    WS-BEFORE-TYPE    DELIMITED BY SIZE
005380                    '       AFTER '   DELIMITED BY SIZE
005390                    CL-DAY-TYPE       DELIMITED BY SIZE
005400                    '  '              DELIMITED BY SIZE
005410                    CL-DESCRIPTION    DELIMITED BY SIZE
005420               INTO AUDIT-LINE
005430     END-EVALUATE.
005440     WRITE AUDIT-LINE.
005450 5000-EXIT.
005460     EXIT.
005470
005480*===============================================================
005490* 5100-WRITE-AUDIT-REJECT - ONE REJECTED-TRANSACTION LINE
005500*===============================================================
005510 5100-WRITE-AUDIT-REJECT.
005520     ADD 1 TO WS-TRANS-REJECTED.
005530     MOVE SPACES TO AUDIT-LINE.
005540     STRING CT-TRANS-CODE     DELIMITED BY SIZE
005550            ' '               DELIMITED BY SIZE
005560            CT-CAL-DATE       DELIMITED BY SIZE
005570            '   LOC '         DELIMITED BY SIZE
005580            WS-AUDIT-LOCATION DELIMITED BY SIZE
005590            ' REJECTED - '    DELIMITED BY SIZE
005600            WS-REJECT-REASON  DELIMITED BY SIZE
005610       INTO AUDIT-LINE.
005620     WRITE AUDIT-LINE.
005630 5100-EXIT.
005640     EXIT.
005650
005660*===============================================================
005670* 5500-WRITE-AUDIT-TOTALS - CONTROL COUNTS FOR THE RUN
005680*===============================================================
005690 5500-WRITE-AUDIT-TOTALS.
005700     MOVE SPACES TO AUDIT-LINE.
005710     WRITE AUDIT-LINE.
005720     MOVE WS-TRANS-READ TO WS-EDIT-COUNT.
005730     MOVE 'TRANSACTIONS READ' TO WS-TOTAL-LABEL.
005740     PERFORM 5550-WRITE-ONE-TOTAL THRU 5550-EXIT.
005750     MOVE WS-YEARS-GENERATED TO WS-EDIT-COUNT.
005760     MOVE 'YEARS GENERATED' TO WS-TOTAL-LABEL.
005770     PERFORM 5550-WRITE-ONE-TOTAL THRU 5550-EXIT.
005780     MOVE WS-DAYS-GENERATED TO WS-EDIT-COUNT.
005790     MOVE 'DAYS ADDED BY GENERATE' TO WS-TOTAL-LABEL.
005800     PERFORM 5550-WRITE-ONE-TOTAL THRU 5550-EXIT.
005810     MOVE WS-CLOSES-APPLIED TO WS-EDIT-COUNT.
005820     MOVE 'CLOSES APPLIED' TO WS-TOTAL-LABEL.
005830     PERFORM 5550-WRITE-ONE-TOTAL THRU 5550-EXIT.
005840     MOVE WS-OPENS-APPLIED TO WS-EDIT-COUNT.
005850     MOVE 'OPENS APPLIED' TO WS-TOTAL-LABEL.
005860     PERFORM 5550-WRITE-ONE-TOTAL THRU 5550-EXIT.
005870     MOVE WS-DELETES-APPLIED TO WS-EDIT-COUNT.
005880     MOVE 'OVERRIDES DELETED' TO WS-TOTAL-LABEL.
005890     PERFORM 5550-WRITE-ONE-TOTAL THRU 5550-EXIT.
005900     MOVE WS-TRANS-REJECTED TO WS-EDIT-COUNT.
005910     MOVE 'TRANSACTIONS REJECTED' TO WS-TOTAL-LABEL.
005920     PERFORM 5550-WRITE-ONE-TOTAL THRU 5550-EXIT.
005930 5500-EXIT.
005940     EXIT.
005950
005960*===============================================================
005970* 5550-WRITE-ONE-TOTAL - ONE LABELLED CONTROL-COUNT LINE
005980*===============================================================
005990 5550-WRITE-ONE-TOTAL.
006000     MOVE SPACES TO AUDIT-LINE.
006010     STRING WS-TOTAL-LABEL DELIMITED BY SIZE
006020            ' . . . . . '  DELIMITED BY SIZE
006030            WS-EDIT-COUNT  DELIMITED BY SIZE
006040       INTO AUDIT-LINE.
006050     WRITE AUDIT-LINE.
006060 5550-EXIT.
006070     EXIT.
006080
006090*===============================================================
006100* 8000-READ-TRANSACTION - READ-AHEAD LOGIC FOR CALTRAN
006110*===============================================================
006120 8000-READ-TRANSACTION.
006130     READ TRANSACTION-FILE
006140         AT END
006150             SET WS-END-OF-TRANS TO TRUE
006160     END-READ.
006170 8000-EXIT.
006180     EXIT.
006190
006200*===============================================================
006210* 9000-TERMINATE - TOTALS AND CLOSE
006220*===============================================================
006230 9000-TERMINATE.
006240     PERFORM 5500-WRITE-AUDIT-TOTALS THRU 5500-EXIT.
006250     CLOSE TRANSACTION-FILE.
006260     CLOSE CALENDAR-FILE.
006270     CLOSE AUDIT-REPORT.
006280 9000-EXIT.
006290     EXIT.
