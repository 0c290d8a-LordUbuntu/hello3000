000010*===============================================================
000020* PROGRAM-ID : EMPRECN
000030* AUTHOR     : J. BURGER
000040*===============================================================
000050* MODIFICATION HISTORY
000060* ----------------------------------------------------------------
000070* DATE       INIT  DESCRIPTION
000080* ---------- ----  -------------------------------------------
000090* 2026-10-14 JB    ORIGINAL PROGRAM - RECONCILES THE EMPLOYEE
000100*                  MASTER AGAINST HR'S FULL NIGHTLY EXTRACT
000110*                  (COPYBOOK HREXTR) ON EM-EMP-NUMBER. WRITES
000120*                  THE EMPTRAN ADD, CHANGE, DELETE AND NAME-
000130*                  CHANGE TRANSACTIONS THAT BRING EMPMAST INTO
000140*                  LINE FOR EMPUPDT TO APPLY ONCE HR HAS SIGNED
000150*                  THE DISCREPANCY REPORT. A BADGE NUMBER HR
000160*                  SHOWS ON A DIFFERENT EMPLOYEE THAN EMPMAST
000170*                  DOES, OR ON TWO HR EMPLOYEES, A DUPLICATE OR
000180*                  NON-NUMERIC EMPLOYEE NUMBER AND A BLANK NAME
000190*                  ARE LISTED AS UNRESOLVED AND NO TRANSACTION
000200*                  IS WRITTEN FOR THEM. AN EMPTY EXTRACT, OR
000210*                  MORE DELETES THAN THE LIMIT ON THE EXEC PARM
000220*                  (4 DIGITS, 0025 IF LEFT OFF), EMPTIES THE
000230*                  TRANSACTION FILE AND ENDS RETURN CODE 16 SO
000240*                  A TRUNCATED EXTRACT CANNOT WIPE THE MASTER.
000250*                  RETURN CODE 4 WHEN ANYTHING IS UNRESOLVED.
000251* 2026-10-15 JB    THE SORTED EXTRACT IS NOW READ ONE RECORD
000252*                  AHEAD. EVERY COPY OF A DUPLICATED EMPLOYEE
000253*                  NUMBER IS LISTED UNRESOLVED - THE FIRST ONE
000254*                  USED TO GO THROUGH AS AN ADD OR CHANGE - AND
000255*                  THE MASTER RECORD IT MATCHES IS LEFT ALONE,
000256*                  NOT DELETED.
000260*===============================================================
000270 IDENTIFICATION DIVISION.
000280 PROGRAM-ID. EMPRECN.
000290 AUTHOR. J. BURGER.
000300 INSTALLATION. DATA PROCESSING.
000310 DATE-WRITTEN. 2026-10-14.
000320 DATE-COMPILED.
000330*===============================================================
000340* ENVIRONMENT DIVISION
000350*===============================================================
000360 ENVIRONMENT DIVISION.
000370 INPUT-OUTPUT SECTION.
000380 FILE-CONTROL.
000390     SELECT HR-EXTRACT ASSIGN TO HREXTR
000400         ORGANIZATION IS SEQUENTIAL.
000410     SELECT EMPLOYEE-MASTER ASSIGN TO EMPMAST
000420         ORGANIZATION IS INDEXED
000430         ACCESS MODE IS DYNAMIC
000440         RECORD KEY IS EM-EMP-NUMBER
000450         ALTERNATE RECORD KEY IS EM-NAME WITH DUPLICATES
000460         FILE STATUS IS WS-EMPMAST-STATUS.
000470     SELECT SORT-WORK ASSIGN TO SORTWK.
000480     SELECT TRANSACTION-FILE ASSIGN TO EMPTRAN
000490         ORGANIZATION IS SEQUENTIAL.
000500     SELECT DISCREPANCY-REPORT ASSIGN TO DISCRPT
000510         ORGANIZATION IS SEQUENTIAL.
000520*===============================================================
000530* DATA DIVISION
000540*===============================================================
000550 DATA DIVISION.
000560 FILE SECTION.
000570 FD  HR-EXTRACT
000580     RECORDING MODE IS F.
000590     COPY HREXTR.
000600
000610 FD  EMPLOYEE-MASTER.
000620     COPY EMPMAST.
000630
000640 SD  SORT-WORK.
000650     COPY HREXTR
000660         REPLACING ==HR-EXTRACT-RECORD== BY ==SORT-WORK-RECORD==.
000670
000680 FD  TRANSACTION-FILE
000690     RECORDING MODE IS F.
000700     COPY EMPTRAN.
000710
000720 FD  DISCREPANCY-REPORT
000730     RECORDING MODE IS F.
000740 01  DISC-LINE                       PIC X(132).
000750
000760 WORKING-STORAGE SECTION.
000770*---------------------------------------------------------------
000780* SWITCHES
000790*---------------------------------------------------------------
000800 01  WS-SWITCHES.
000810     05 WS-EXTRACT-EOF-SWITCH        PIC X(01) VALUE 'N'.
000820         88 WS-END-OF-EXTRACT                  VALUE 'Y'.
000830     05 WS-MASTER-EOF-SWITCH         PIC X(01) VALUE 'N'.
000840         88 WS-END-OF-MASTER                   VALUE 'Y'.
000850     05 WS-HR-DUP-SWITCH             PIC X(01) VALUE 'N'.
000860         88 WS-HR-DUPLICATE                    VALUE 'Y'.
000870     05 WS-BADGE-PROBLEM-SWITCH      PIC X(01) VALUE 'N'.
000880         88 WS-BADGE-PROBLEM                   VALUE 'Y'.
000890         88 WS-BADGE-CLEAR                     VALUE 'N'.
000900     05 WS-VOID-SWITCH               PIC X(01) VALUE 'N'.
000910         88 WS-TRANSACTIONS-VOIDED             VALUE 'Y'.
000920
000930*---------------------------------------------------------------
000940* COUNTERS
000950*---------------------------------------------------------------
000960 01  WS-COUNTERS.
000970     05 WS-EXTRACT-READ              PIC 9(07) COMP VALUE 0.
000980     05 WS-MASTER-READ               PIC 9(07) COMP VALUE 0.
000990     05 WS-MATCHED-UNCHANGED         PIC 9(07) COMP VALUE 0.
001000     05 WS-ADDS-WRITTEN              PIC 9(07) COMP VALUE 0.
001010     05 WS-CHANGES-WRITTEN           PIC 9(07) COMP VALUE 0.
001020     05 WS-DELETES-WRITTEN           PIC 9(07) COMP VALUE 0.
001030     05 WS-RENAMES-WRITTEN           PIC 9(07) COMP VALUE 0.
001040     05 WS-UNRESOLVED                PIC 9(07) COMP VALUE 0.
001050
001060*---------------------------------------------------------------
001070* BADGE-NUMBER CROSS-REFERENCES - WHO HOLDS EACH BADGE ON THE
001080* MASTER, LOADED AT START-UP, AND WHO HOLDS IT ON THE HR
001090* EXTRACT, LOADED AS THE EXTRACT IS READ. A BADGE THE TWO
001100* SIDES GIVE TO DIFFERENT PEOPLE IS FOR HR TO SETTLE, NOT FOR
001110* THIS PROGRAM - EMPUPDT WOULD REJECT THE TRANSACTION ANYWAY.
001120*---------------------------------------------------------------
001130 01  WS-MASTER-BADGE-TABLE.
001140     05 WS-MB-COUNT                  PIC 9(05) COMP VALUE 0.
001150     05 WS-MB-ENTRY OCCURS 5000 TIMES.
001160         10 WS-MB-BADGE              PIC X(10).
001170         10 WS-MB-EMPNO              PIC 9(06).
001180
001190 01  WS-HR-BADGE-TABLE.
001200     05 WS-HB-COUNT                  PIC 9(05) COMP VALUE 0.
001210     05 WS-HB-ENTRY OCCURS 5000 TIMES.
001220         10 WS-HB-BADGE              PIC X(10).
001230         10 WS-HB-EMPNO              PIC 9(06).
001240
001250*---------------------------------------------------------------
001260* WORK AREAS
001270*---------------------------------------------------------------
001280 01  WS-TABLE-INDEX                  PIC 9(05) COMP VALUE 0.
001290
001300 01  WS-BADGE-OWNER                  PIC 9(06) VALUE 0.
001301
001302*---------------------------------------------------------------
001303* THE HR EMPLOYEE BEING MATCHED. THE SORT RECORD AREA HOLDS THE
001304* NEXT ONE, READ AHEAD SO A DUPLICATED NUMBER IS SEEN BEFORE
001305* ANY COPY OF IT IS ACTED ON.
001306*---------------------------------------------------------------
001307     COPY HREXTR
001308         REPLACING ==HR-EXTRACT-RECORD== BY ==WS-HR-RECORD==.
001310
001320*---------------------------------------------------------------
001330* MATCH KEYS - 9999999 IS HIGH VALUE ONCE A FILE RUNS OUT
001340*---------------------------------------------------------------
001350 01  WS-HR-KEY                       PIC 9(07) VALUE 0.
001360 01  WS-MS-KEY                       PIC 9(07) VALUE 0.
001370 01  WS-AHEAD-KEY                    PIC 9(07) VALUE 0.
001380
001390 01  WS-DELETE-LIMIT                 PIC 9(04) VALUE 25.
001400
001410 01  WS-TOTAL-LABEL                  PIC X(25) VALUE SPACES.
001420
001430 01  WS-EMPMAST-STATUS               PIC X(02) VALUE SPACES.
001440
001450 01  WS-RUN-DATE                     PIC 9(08).
001460
001470 01  WS-EDIT-FIELDS.
001480     05 WS-EDIT-COUNT                PIC ZZZ,ZZ9.
001490     05 WS-EDIT-DATE                 PIC 9999/99/99.
001500     05 WS-EDIT-LIMIT                PIC Z,ZZ9.
001510
001520*---------------------------------------------------------------
001530* REPORT LINES
001540*---------------------------------------------------------------
001550 01  WS-HEADING-1.
001560     05 FILLER                       PIC X(62) VALUE SPACES.
001570     05 FILLER                       PIC X(10) VALUE
001580                                     'ON EMPMAST'.
001590     05 FILLER                       PIC X(07) VALUE SPACES.
001600     05 FILLER                       PIC X(07) VALUE 'FROM HR'.
001610
001620 01  WS-HEADING-2.
001630     05 FILLER                       PIC X(06) VALUE 'ACTION'.
001640     05 FILLER                       PIC X(06) VALUE SPACES.
001650     05 FILLER                       PIC X(06) VALUE 'EMP NO'.
001660     05 FILLER                       PIC X(02) VALUE SPACES.
001670     05 FILLER                       PIC X(04) VALUE 'NAME'.
001680     05 FILLER                       PIC X(38) VALUE SPACES.
001690     05 FILLER                       PIC X(05) VALUE 'BADGE'.
001700     05 FILLER                       PIC X(06) VALUE SPACES.
001710     05 FILLER                       PIC X(04) VALUE 'DEPT'.
001720     05 FILLER                       PIC X(02) VALUE SPACES.
001730     05 FILLER                       PIC X(05) VALUE 'BADGE'.
001740     05 FILLER                       PIC X(06) VALUE SPACES.
001750     05 FILLER                       PIC X(04) VALUE 'DEPT'.
001760     05 FILLER                       PIC X(02) VALUE SPACES.
001770     05 FILLER                       PIC X(04) VALUE 'NOTE'.
001780
001790 01  WS-REPORT-DETAIL.
001800     05 WS-RD-ACTION                 PIC X(10).
001810     05 FILLER                       PIC X(02) VALUE SPACES.
001820     05 WS-RD-EMP-NUMBER             PIC X(06).
001830     05 FILLER                       PIC X(02) VALUE SPACES.
001840     05 WS-RD-NAME                   PIC X(40).
001850     05 FILLER                       PIC X(02) VALUE SPACES.
001860     05 WS-RD-OUR-BADGE              PIC X(10).
001870     05 FILLER                       PIC X(01) VALUE SPACES.
001880     05 WS-RD-OUR-DEPT               PIC X(04).
001890     05 FILLER                       PIC X(02) VALUE SPACES.
001900     05 WS-RD-HR-BADGE               PIC X(10).
001910     05 FILLER                       PIC X(01) VALUE SPACES.
001920     05 WS-RD-HR-DEPT                PIC X(04).
001930     05 FILLER                       PIC X(02) VALUE SPACES.
001940     05 WS-RD-NOTE                   PIC X(36).
001950
001960*===============================================================
001970* LINKAGE SECTION - DELETE LIMIT ARRIVES VIA THE EXEC PARM
001980*===============================================================
001990 LINKAGE SECTION.
002000 01  DL-PARM-AREA.
002010     05 DL-PARM-LENGTH                PIC S9(4) COMP.
002020     05 DL-DELETE-LIMIT               PIC 9(04).
002030
002040 PROCEDURE DIVISION USING DL-PARM-AREA.
002050*===============================================================
002060* 0000-MAINLINE
002070*===============================================================
002080 0000-MAINLINE.
002090     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002100     SORT SORT-WORK
002110         ON ASCENDING KEY HX-EMP-NUMBER OF SORT-WORK-RECORD
002120         INPUT PROCEDURE IS 2000-LOAD-EXTRACT THRU 2000-EXIT
002130         OUTPUT PROCEDURE IS 3000-RECONCILE THRU 3000-EXIT.
002140     PERFORM 9000-TERMINATE THRU 9000-EXIT.
002150     IF WS-TRANSACTIONS-VOIDED
002160         MOVE 16 TO RETURN-CODE
002170     ELSE
002180         IF WS-UNRESOLVED > 0
002190             MOVE 4 TO RETURN-CODE
002200         END-IF
002210     END-IF.
002220     STOP RUN.
002230
002240*===============================================================
002250* 1000-INITIALIZE - PARM, OPEN FILES, LOAD MASTER BADGES
002260*===============================================================
002270 1000-INITIALIZE.
002280     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
002290     IF DL-PARM-LENGTH >= 4
002300         IF DL-DELETE-LIMIT NOT NUMERIC
002310             DISPLAY 'EMPR0001 DELETE LIMIT PARM NOT NUMERIC'
002320             MOVE 16 TO RETURN-CODE
002330             STOP RUN
002340         END-IF
002350         MOVE DL-DELETE-LIMIT TO WS-DELETE-LIMIT
002360     END-IF.
002370     OPEN INPUT EMPLOYEE-MASTER.
002380     IF WS-EMPMAST-STATUS NOT = '00'
002390         DISPLAY 'EMPR0002 EMPLOYEE MASTER OPEN FAILED, STATUS '
002400                 WS-EMPMAST-STATUS
002410         MOVE 16 TO RETURN-CODE
002420         STOP RUN
002430     END-IF.
002440     OPEN OUTPUT TRANSACTION-FILE.
002450     OPEN OUTPUT DISCREPANCY-REPORT.
002460     PERFORM 1100-WRITE-HEADINGS THRU 1100-EXIT.
002470     PERFORM 1200-LOAD-MASTER-BADGES THRU 1200-EXIT.
002480 1000-EXIT.
002490     EXIT.
002500
002510*===============================================================
002520* 1100-WRITE-HEADINGS - DATE-STAMPED TITLE AND COLUMN HEADINGS
002530*===============================================================
002540 1100-WRITE-HEADINGS.
002550     MOVE WS-RUN-DATE TO WS-EDIT-DATE.
002560     MOVE WS-DELETE-LIMIT TO WS-EDIT-LIMIT.
002570     MOVE SPACES TO DISC-LINE.
002580     STRING 'EMPLOYEE MASTER / HR EXTRACT DISCREPANCY REPORT'
002590                            DELIMITED BY SIZE
002600            '   RUN DATE: ' DELIMITED BY SIZE
002610            WS-EDIT-DATE    DELIMITED BY SIZE
002620            '   DELETE LIMIT: ' DELIMITED BY SIZE
002630            WS-EDIT-LIMIT   DELIMITED BY SIZE
002640       INTO DISC-LINE.
002650     WRITE DISC-LINE.
002660     MOVE SPACES TO DISC-LINE.
002670     STRING 'TRANSACTIONS ARE NOT APPLIED UNTIL HR SIGNS THIS '
002680                            DELIMITED BY SIZE
002690            'REPORT. UNRESOLVED LINES NEED AN HR DECISION.'
002700                            DELIMITED BY SIZE
002710       INTO DISC-LINE.
002720     WRITE DISC-LINE.
002730     MOVE SPACES TO DISC-LINE.
002740     WRITE DISC-LINE.
002750     MOVE WS-HEADING-1 TO DISC-LINE.
002760     WRITE DISC-LINE.
002770     MOVE WS-HEADING-2 TO DISC-LINE.
002780     WRITE DISC-LINE.
002790 1100-EXIT.
002800     EXIT.
002810
002820*===============================================================
002830* 1200-LOAD-MASTER-BADGES - ONE SEQUENTIAL PASS OVER THE MASTER
002840*===============================================================
002850 1200-LOAD-MASTER-BADGES.
002860     MOVE ZEROS TO EM-EMP-NUMBER.
002870     START EMPLOYEE-MASTER KEY >= EM-EMP-NUMBER
002880         INVALID KEY
002890             SET WS-END-OF-MASTER TO TRUE
002900     END-START.
002910     PERFORM 1250-READ-MASTER-NEXT THRU 1250-EXIT.
002920     PERFORM 1300-LOAD-ONE-BADGE THRU 1300-EXIT
002930         UNTIL WS-END-OF-MASTER.
002940 1200-EXIT.
002950     EXIT.
002960
002970*===============================================================
002980* 1250-READ-MASTER-NEXT - READ-AHEAD LOGIC FOR EMPMAST
002990*===============================================================
003000 1250-READ-MASTER-NEXT.
003010     IF WS-END-OF-MASTER
003020         GO TO 1250-EXIT
003030     END-IF.
003040     READ EMPLOYEE-MASTER NEXT RECORD
003050         AT END
003060             SET WS-END-OF-MASTER TO TRUE
003070     END-READ.
003080 1250-EXIT.
003090     EXIT.
003100
003110*===============================================================
003120* 1300-LOAD-ONE-BADGE - TABLE ONE MASTER RECORD'S BADGE NUMBER
003130*===============================================================
003140 1300-LOAD-ONE-BADGE.
003150     IF EM-BADGE-NUMBER NOT = SPACES
003160         IF WS-MB-COUNT >= 5000
003170             DISPLAY 'EMPR0003 BADGE TABLE FULL AT 5000 ENTRIES'
003180             MOVE 16 TO RETURN-CODE
003190             STOP RUN
003200         END-IF
003210         ADD 1 TO WS-MB-COUNT
003220         MOVE EM-BADGE-NUMBER TO WS-MB-BADGE(WS-MB-COUNT)
003230         MOVE EM-EMP-NUMBER   TO WS-MB-EMPNO(WS-MB-COUNT)
003240     END-IF.
003250     PERFORM 1250-READ-MASTER-NEXT THRU 1250-EXIT.
003260 1300-EXIT.
003270     EXIT.
003280
003290*===============================================================
003300* 2000-LOAD-EXTRACT - SORT INPUT PROCEDURE
003310* A RECORD WITHOUT A NUMERIC EMPLOYEE NUMBER CANNOT BE MATCHED
003320* AND IS LISTED UNRESOLVED HERE, AHEAD OF THE SORTED DETAIL.
003330*===============================================================
003340 2000-LOAD-EXTRACT.
003350     OPEN INPUT HR-EXTRACT.
003360     PERFORM 2050-READ-EXTRACT THRU 2050-EXIT.
003370     PERFORM 2100-LOAD-ONE-EMPLOYEE THRU 2100-EXIT
003380         UNTIL WS-END-OF-EXTRACT.
003390     CLOSE HR-EXTRACT.
003400 2000-EXIT.
003410     EXIT.
003420
003430*===============================================================
003440* 2050-READ-EXTRACT - READ-AHEAD LOGIC FOR HREXTR
003450*===============================================================
003460 2050-READ-EXTRACT.
003470     READ HR-EXTRACT
003480         AT END
003490             SET WS-END-OF-EXTRACT TO TRUE
003500     END-READ.
003510 2050-EXIT.
003520     EXIT.
003530
003540 2100-LOAD-ONE-EMPLOYEE.
003550     ADD 1 TO WS-EXTRACT-READ.
003560     IF HX-EMP-NUMBER OF HR-EXTRACT-RECORD NOT NUMERIC
003570         MOVE SPACES TO WS-REPORT-DETAIL
003580         MOVE HX-EMP-NUMBER OF HR-EXTRACT-RECORD
003590           TO WS-RD-EMP-NUMBER
003600         MOVE HX-NAME OF HR-EXTRACT-RECORD TO WS-RD-NAME
003610         MOVE HX-BADGE-NUMBER OF HR-EXTRACT-RECORD
003620           TO WS-RD-HR-BADGE
003630         MOVE HX-DEPT-CODE OF HR-EXTRACT-RECORD TO WS-RD-HR-DEPT
003640         MOVE 'EMPLOYEE NUMBER NOT NUMERIC' TO WS-RD-NOTE
003650         PERFORM 6100-WRITE-UNRESOLVED THRU 6100-EXIT
003660         GO TO 2100-READ-NEXT
003670     END-IF.
003680     IF HX-BADGE-NUMBER OF HR-EXTRACT-RECORD NOT = SPACES
003690         IF WS-HB-COUNT >= 5000
003700             DISPLAY 'EMPR0003 BADGE TABLE FULL AT 5000 ENTRIES'
003710             MOVE 16 TO RETURN-CODE
003720             STOP RUN
003730         END-IF
003740         ADD 1 TO WS-HB-COUNT
003750         MOVE HX-BADGE-NUMBER OF HR-EXTRACT-RECORD
003760           TO WS-HB-BADGE(WS-HB-COUNT)
003770         MOVE HX-EMP-NUMBER OF HR-EXTRACT-RECORD
003780           TO WS-HB-EMPNO(WS-HB-COUNT)
003790     END-IF.
003800     RELEASE SORT-WORK-RECORD FROM HR-EXTRACT-RECORD.
003810 2100-READ-NEXT.
003820     PERFORM 2050-READ-EXTRACT THRU 2050-EXIT.
003830 2100-EXIT.
003840     EXIT.
003850
003860*===============================================================
003870* 3000-RECONCILE - SORT OUTPUT PROCEDURE
003880* MATCHES THE SORTED EXTRACT AGAINST THE MASTER IN EMPLOYEE-
003890* NUMBER ORDER. HR ONLY IS AN ADD, MASTER ONLY IS A DELETE,
003900* BOTH IS COMPARED FIELD BY FIELD.
003910*===============================================================
003920 3000-RECONCILE.
003930     MOVE 'N' TO WS-MASTER-EOF-SWITCH.
003940     MOVE ZEROS TO EM-EMP-NUMBER.
003950     START EMPLOYEE-MASTER KEY >= EM-EMP-NUMBER
003960         INVALID KEY
003970             SET WS-END-OF-MASTER TO TRUE
003980     END-START.
003985     PERFORM 3060-RETURN-SORT-WORK THRU 3060-EXIT.
003990     PERFORM 3050-NEXT-HR-EMPLOYEE THRU 3050-EXIT.
004000     PERFORM 3070-NEXT-MASTER-EMPLOYEE THRU 3070-EXIT.
004010     PERFORM 3100-MATCH-ONE-KEY THRU 3100-EXIT
004020         UNTIL WS-HR-KEY = 9999999
004030           AND WS-MS-KEY = 9999999.
004040 3000-EXIT.
004050     EXIT.
004060
004070*===============================================================
004080* 3050-NEXT-HR-EMPLOYEE - NEXT EMPLOYEE NUMBER FROM THE EXTRACT
004090* A NUMBER HR SHOWS MORE THAN ONCE IS FLAGGED AND EVERY COPY IS
004092* LISTED UNRESOLVED. THE SORT KEEPS NO ORDER AMONG THE COPIES,
004094* SO NONE OF THEM CAN BE TAKEN AS THE REAL ONE - 3100 WRITES NO
004096* TRANSACTION FOR THE NUMBER, NOT EVEN A DELETE FOR THE MASTER
004098* RECORD IT MATCHES.
004100*===============================================================
004110 3050-NEXT-HR-EMPLOYEE.
004120     MOVE 'N' TO WS-HR-DUP-SWITCH.
004122     MOVE WS-AHEAD-KEY TO WS-HR-KEY.
004124     IF WS-HR-KEY = 9999999
004126         GO TO 3050-EXIT
004128     END-IF.
004130     MOVE SORT-WORK-RECORD TO WS-HR-RECORD.
004132     PERFORM 3060-RETURN-SORT-WORK THRU 3060-EXIT.
004134     IF WS-AHEAD-KEY NOT = WS-HR-KEY
004136         GO TO 3050-EXIT
004138     END-IF.
004140     SET WS-HR-DUPLICATE TO TRUE.
004142     PERFORM 3064-LIST-DUPLICATE THRU 3064-EXIT.
004144     PERFORM 3062-NEXT-DUPLICATE THRU 3062-EXIT
004146         UNTIL WS-AHEAD-KEY NOT = WS-HR-KEY.
004150 3050-EXIT.
004160     EXIT.
004170
004172*===============================================================
004174* 3060-RETURN-SORT-WORK - READ-AHEAD LOGIC FOR THE SORTED EXTRACT
004176*===============================================================
004180 3060-RETURN-SORT-WORK.
004190     RETURN SORT-WORK
004200         AT END
004215             MOVE 9999999 TO WS-AHEAD-KEY
004230             GO TO 3060-EXIT
004240     END-RETURN.
004295     MOVE HX-EMP-NUMBER OF SORT-WORK-RECORD TO WS-AHEAD-KEY.
004350 3060-EXIT.
004360     EXIT.
004361
004362*===============================================================
004363* 3062-NEXT-DUPLICATE - LIST THE NEXT COPY OF THE SAME NUMBER
004364*===============================================================
004365 3062-NEXT-DUPLICATE.
004366     MOVE SORT-WORK-RECORD TO WS-HR-RECORD.
004367     PERFORM 3064-LIST-DUPLICATE THRU 3064-EXIT.
004368     PERFORM 3060-RETURN-SORT-WORK THRU 3060-EXIT.
004369 3062-EXIT.
004370     EXIT.
004371
004372*===============================================================
004373* 3064-LIST-DUPLICATE - ONE COPY OF A DUPLICATED NUMBER
004374*===============================================================
004375 3064-LIST-DUPLICATE.
004376     MOVE SPACES TO WS-REPORT-DETAIL.
004377     PERFORM 6200-LOAD-HR-SIDE THRU 6200-EXIT.
004378     MOVE 'DUPLICATE NUMBER ON HR EXTRACT' TO WS-RD-NOTE.
004379     PERFORM 6100-WRITE-UNRESOLVED THRU 6100-EXIT.
004380 3064-EXIT.
004381     EXIT.
004382
004383*===============================================================
004390* 3070-NEXT-MASTER-EMPLOYEE - NEXT EMPMAST RECORD IN KEY ORDER
004400*===============================================================
004410 3070-NEXT-MASTER-EMPLOYEE.
004420     PERFORM 1250-READ-MASTER-NEXT THRU 1250-EXIT.
004430     IF WS-END-OF-MASTER
004440         MOVE 9999999 TO WS-MS-KEY
004450     ELSE
004460         ADD 1 TO WS-MASTER-READ
004470         MOVE EM-EMP-NUMBER TO WS-MS-KEY
004480     END-IF.
004490 3070-EXIT.
004500     EXIT.
004510
004520*===============================================================
004530* 3100-MATCH-ONE-KEY - ROUTE THE LOWER OF THE TWO KEYS
004533* A DUPLICATED HR NUMBER IS ALREADY LISTED; IT ADDS NOTHING, AND
004536* THE MASTER RECORD IT MATCHES IS PASSED OVER WITH NO ACTION.
004540*===============================================================
004550 3100-MATCH-ONE-KEY.
004560     EVALUATE TRUE
004570         WHEN WS-HR-KEY < WS-MS-KEY
004575             IF NOT WS-HR-DUPLICATE
004580                 PERFORM 4100-HR-ONLY THRU 4100-EXIT
004585             END-IF
004590             PERFORM 3050-NEXT-HR-EMPLOYEE THRU 3050-EXIT
004600         WHEN WS-HR-KEY > WS-MS-KEY
004610             PERFORM 4200-MASTER-ONLY THRU 4200-EXIT
004620             PERFORM 3070-NEXT-MASTER-EMPLOYEE THRU 3070-EXIT
004630         WHEN OTHER
004635             IF NOT WS-HR-DUPLICATE
004640                 PERFORM 4300-ON-BOTH THRU 4300-EXIT
004645             END-IF
004650             PERFORM 3050-NEXT-HR-EMPLOYEE THRU 3050-EXIT
004660             PERFORM 3070-NEXT-MASTER-EMPLOYEE THRU 3070-EXIT
004670     END-EVALUATE.
004680 3100-EXIT.
004690     EXIT.
004700
004710*===============================================================
004720* 4100-HR-ONLY - NEW HIRE: ADD, UNLESS THE BADGE IS DISPUTED
004730*===============================================================
004740 4100-HR-ONLY.
004750     MOVE SPACES TO WS-REPORT-DETAIL.
004760     PERFORM 6200-LOAD-HR-SIDE THRU 6200-EXIT.
004770     IF HX-NAME OF WS-HR-RECORD = SPACES
004780         MOVE 'NO NAME ON HR EXTRACT' TO WS-RD-NOTE
004790         PERFORM 6100-WRITE-UNRESOLVED THRU 6100-EXIT
004800         GO TO 4100-EXIT
004810     END-IF.
004820     PERFORM 4500-CHECK-HR-BADGE THRU 4500-EXIT.
004830     IF WS-BADGE-PROBLEM
004840         PERFORM 6100-WRITE-UNRESOLVED THRU 6100-EXIT
004850         GO TO 4100-EXIT
004860     END-IF.
004870     MOVE SPACES TO EMPLOYEE-TRANS-RECORD.
004880     SET ET-ADD TO TRUE.
004890     MOVE HX-EMP-NUMBER OF WS-HR-RECORD       TO ET-EMP-NUMBER.
004900     MOVE HX-NAME OF WS-HR-RECORD             TO ET-NAME.
004910     MOVE HX-BADGE-NUMBER OF WS-HR-RECORD     TO ET-BADGE-NUMBER.
004920     MOVE HX-DEPT-CODE OF WS-HR-RECORD        TO ET-DEPT-CODE.
004930     WRITE EMPLOYEE-TRANS-RECORD.
004940     ADD 1 TO WS-ADDS-WRITTEN.
004950     MOVE 'ADD' TO WS-RD-ACTION.
004960     MOVE 'NOT ON EMPMAST' TO WS-RD-NOTE.
004970     PERFORM 6000-WRITE-DETAIL THRU 6000-EXIT.
004980 4100-EXIT.
004990     EXIT.
005000
005010*===============================================================
005020* 4200-MASTER-ONLY - NO LONGER ON HR'S BOOKS: DELETE
005030*===============================================================
005040 4200-MASTER-ONLY.
005050     MOVE SPACES TO WS-REPORT-DETAIL.
005060     PERFORM 6300-LOAD-MASTER-SIDE THRU 6300-EXIT.
005070     MOVE SPACES TO EMPLOYEE-TRANS-RECORD.
005080     SET ET-DELETE TO TRUE.
005090     MOVE EM-EMP-NUMBER   TO ET-EMP-NUMBER.
005100     MOVE EM-NAME         TO ET-NAME.
005110     MOVE EM-BADGE-NUMBER TO ET-BADGE-NUMBER.
005120     MOVE EM-DEPT-CODE    TO ET-DEPT-CODE.
005130     WRITE EMPLOYEE-TRANS-RECORD.
005140     ADD 1 TO WS-DELETES-WRITTEN.
005150     MOVE 'DELETE' TO WS-RD-ACTION.
005160     MOVE 'NOT ON HR EXTRACT' TO WS-RD-NOTE.
005170     PERFORM 6000-WRITE-DETAIL THRU 6000-EXIT.
005180 4200-EXIT.
005190     EXIT.
005200
005210*===============================================================
005220* 4300-ON-BOTH - NAME CHANGE AND/OR BADGE-DEPARTMENT CHANGE
005230* THE NAME CHANGE IS WRITTEN AS AN 'N' SO THE NUMBER AND THE
005240* BADGE HISTORY STAY PUT; BADGE AND DEPARTMENT RIDE A 'C'.
005250*===============================================================
005260 4300-ON-BOTH.
005270     MOVE SPACES TO WS-REPORT-DETAIL.
005280     PERFORM 6200-LOAD-HR-SIDE THRU 6200-EXIT.
005290     PERFORM 6300-LOAD-MASTER-SIDE THRU 6300-EXIT.
005300     IF HX-NAME OF WS-HR-RECORD = SPACES
005310         MOVE 'NO NAME ON HR EXTRACT' TO WS-RD-NOTE
005320         PERFORM 6100-WRITE-UNRESOLVED THRU 6100-EXIT
005330         GO TO 4300-EXIT
005340     END-IF.
005350     IF HX-NAME OF WS-HR-RECORD = EM-NAME
005360        AND HX-BADGE-NUMBER OF WS-HR-RECORD = EM-BADGE-NUMBER
005370        AND HX-DEPT-CODE OF WS-HR-RECORD = EM-DEPT-CODE
005380         ADD 1 TO WS-MATCHED-UNCHANGED
005390         GO TO 4300-EXIT
005400     END-IF.
005410     IF HX-NAME OF WS-HR-RECORD NOT = EM-NAME
005420         PERFORM 4400-WRITE-NAME-CHANGE THRU 4400-EXIT
005430     END-IF.
005440     IF HX-BADGE-NUMBER OF WS-HR-RECORD = EM-BADGE-NUMBER
005450        AND HX-DEPT-CODE OF WS-HR-RECORD = EM-DEPT-CODE
005460         GO TO 4300-EXIT
005470     END-IF.
005480     MOVE EM-NAME TO WS-RD-NAME.
005490     PERFORM 4500-CHECK-HR-BADGE THRU 4500-EXIT.
005500     IF WS-BADGE-PROBLEM
005510         PERFORM 6100-WRITE-UNRESOLVED THRU 6100-EXIT
005520         GO TO 4300-EXIT
005530     END-IF.
005540     MOVE SPACES TO EMPLOYEE-TRANS-RECORD.
005550     SET ET-CHANGE TO TRUE.
005560     MOVE EM-EMP-NUMBER                       TO ET-EMP-NUMBER.
005570     MOVE EM-NAME                             TO ET-NAME.
005580     MOVE HX-BADGE-NUMBER OF WS-HR-RECORD     TO ET-BADGE-NUMBER.
005590     MOVE HX-DEPT-CODE OF WS-HR-RECORD        TO ET-DEPT-CODE.
005600     WRITE EMPLOYEE-TRANS-RECORD.
005610     ADD 1 TO WS-CHANGES-WRITTEN.
005620     MOVE 'CHANGE' TO WS-RD-ACTION.
005630     EVALUATE TRUE
005640         WHEN HX-BADGE-NUMBER OF WS-HR-RECORD
005650                                   = EM-BADGE-NUMBER
005660             MOVE 'DEPARTMENT DIFFERS' TO WS-RD-NOTE
005670         WHEN HX-DEPT-CODE OF WS-HR-RECORD = EM-DEPT-CODE
005680             MOVE 'BADGE DIFFERS' TO WS-RD-NOTE
005690         WHEN OTHER
005700             MOVE 'BADGE AND DEPARTMENT DIFFER' TO WS-RD-NOTE
005710     END-EVALUATE.
005720     PERFORM 6000-WRITE-DETAIL THRU 6000-EXIT.
005730 4300-EXIT.
005740     EXIT.
005750
005760*===============================================================
005770* 4400-WRITE-NAME-CHANGE - 'N' TRANSACTION, OLD NAME ON THE
005780* DETAIL LINE AND HR'S NAME ON THE LINE BELOW IT
005790*===============================================================
005800 4400-WRITE-NAME-CHANGE.
005810     MOVE SPACES TO EMPLOYEE-TRANS-RECORD.
005820     SET ET-NAME-CHANGE TO TRUE.
005830     MOVE EM-EMP-NUMBER                TO ET-EMP-NUMBER.
005840     MOVE EM-NAME                      TO ET-NAME.
005850     MOVE EM-BADGE-NUMBER              TO ET-BADGE-NUMBER.
005860     MOVE EM-DEPT-CODE                 TO ET-DEPT-CODE.
005870     MOVE HX-NAME OF WS-HR-RECORD      TO ET-NEW-NAME.
005880     WRITE EMPLOYEE-TRANS-RECORD.
005890     ADD 1 TO WS-RENAMES-WRITTEN.
005900     MOVE 'NAME CHG' TO WS-RD-ACTION.
005910     MOVE EM-NAME TO WS-RD-NAME.
005920     MOVE 'NAME DIFFERS' TO WS-RD-NOTE.
005930     PERFORM 6000-WRITE-DETAIL THRU 6000-EXIT.
005940     MOVE SPACES TO DISC-LINE.
005950     STRING '            NEW NAME: '     DELIMITED BY SIZE
005960            HX-NAME OF WS-HR-RECORD      DELIMITED BY SIZE
005970       INTO DISC-LINE.
005980     WRITE DISC-LINE.
005990 4400-EXIT.
006000     EXIT.
006010
006020*===============================================================
006030* 4500-CHECK-HR-BADGE - IS HR'S BADGE FOR THIS EMPLOYEE HELD BY
006040* SOMEONE ELSE ON THE MASTER, OR BY ANOTHER HR EMPLOYEE
006050*===============================================================
006060 4500-CHECK-HR-BADGE.
006070     SET WS-BADGE-CLEAR TO TRUE.
006080     IF HX-BADGE-NUMBER OF WS-HR-RECORD = SPACES
006090         GO TO 4500-EXIT
006100     END-IF.
006110     PERFORM 4550-CHECK-MASTER-ENTRY THRU 4550-EXIT
006120         VARYING WS-TABLE-INDEX FROM 1 BY 1
006130         UNTIL WS-TABLE-INDEX > WS-MB-COUNT
006140            OR WS-BADGE-PROBLEM.
006150     IF WS-BADGE-PROBLEM
006160         MOVE SPACES TO WS-RD-NOTE
006170         STRING 'BADGE HELD BY '   DELIMITED BY SIZE
006180                WS-BADGE-OWNER     DELIMITED BY SIZE
006190                ' ON EMPMAST'      DELIMITED BY SIZE
006200           INTO WS-RD-NOTE
006210         GO TO 4500-EXIT
006220     END-IF.
006230     PERFORM 4560-CHECK-HR-ENTRY THRU 4560-EXIT
006240         VARYING WS-TABLE-INDEX FROM 1 BY 1
006250         UNTIL WS-TABLE-INDEX > WS-HB-COUNT
006260            OR WS-BADGE-PROBLEM.
006270     IF WS-BADGE-PROBLEM
006280         MOVE SPACES TO WS-RD-NOTE
006290         STRING 'BADGE ALSO ON HR EMPLOYEE ' DELIMITED BY SIZE
006300                WS-BADGE-OWNER               DELIMITED BY SIZE
006310           INTO WS-RD-NOTE
006320     END-IF.
006330 4500-EXIT.
006340     EXIT.
006350
006360 4550-CHECK-MASTER-ENTRY.
006370     IF WS-MB-BADGE(WS-TABLE-INDEX)
006380                        = HX-BADGE-NUMBER OF WS-HR-RECORD
006390        AND WS-MB-EMPNO(WS-TABLE-INDEX)
006400                    NOT = HX-EMP-NUMBER OF WS-HR-RECORD
006410         SET WS-BADGE-PROBLEM TO TRUE
006420         MOVE WS-MB-EMPNO(WS-TABLE-INDEX) TO WS-BADGE-OWNER
006430     END-IF.
006440 4550-EXIT.
006450     EXIT.
006460
006470 4560-CHECK-HR-ENTRY.
006480     IF WS-HB-BADGE(WS-TABLE-INDEX)
006490                        = HX-BADGE-NUMBER OF WS-HR-RECORD
006500        AND WS-HB-EMPNO(WS-TABLE-INDEX)
006510                    NOT = HX-EMP-NUMBER OF WS-HR-RECORD
006520         SET WS-BADGE-PROBLEM TO TRUE
006530         MOVE WS-HB-EMPNO(WS-TABLE-INDEX) TO WS-BADGE-OWNER
006540     END-IF.
006550 4560-EXIT.
006560     EXIT.
006570
006580*===============================================================
006590* 6000-WRITE-DETAIL - ONE DISCREPANCY LINE
006600*===============================================================
006610 6000-WRITE-DETAIL.
006620     MOVE WS-REPORT-DETAIL TO DISC-LINE.
006630     WRITE DISC-LINE.
006640 6000-EXIT.
006650     EXIT.
006660
006670*===============================================================
006680* 6100-WRITE-UNRESOLVED - ONE LINE HR MUST SETTLE BY HAND
006690*===============================================================
006700 6100-WRITE-UNRESOLVED.
006710     ADD 1 TO WS-UNRESOLVED.
006720     MOVE 'UNRESOLVED' TO WS-RD-ACTION.
006730     PERFORM 6000-WRITE-DETAIL THRU 6000-EXIT.
006740 6100-EXIT.
006750     EXIT.
006760
006770*===============================================================
006780* 6200-LOAD-HR-SIDE - EXTRACT FIELDS INTO THE DETAIL LINE
006790*===============================================================
006800 6200-LOAD-HR-SIDE.
006810     MOVE HX-EMP-NUMBER OF WS-HR-RECORD       TO WS-RD-EMP-NUMBER.
006820     MOVE HX-NAME OF WS-HR-RECORD             TO WS-RD-NAME.
006830     MOVE HX-BADGE-NUMBER OF WS-HR-RECORD     TO WS-RD-HR-BADGE.
006840     MOVE HX-DEPT-CODE OF WS-HR-RECORD        TO WS-RD-HR-DEPT.
006850 6200-EXIT.
006860     EXIT.
006870
006880*===============================================================
006890* 6300-LOAD-MASTER-SIDE - EMPMAST FIELDS INTO THE DETAIL LINE
006900*===============================================================
006910 6300-LOAD-MASTER-SIDE.
006920     MOVE EM-EMP-NUMBER   TO WS-RD-EMP-NUMBER.
006930     MOVE EM-NAME         TO WS-RD-NAME.
006940     MOVE EM-BADGE-NUMBER TO WS-RD-OUR-BADGE.
006950     MOVE EM-DEPT-CODE    TO WS-RD-OUR-DEPT.
006960 6300-EXIT.
006970     EXIT.
006980
006990*===============================================================
007000* 6500-WRITE-TOTALS - CONTROL COUNTS FOR HR SIGN-OFF
007010*===============================================================
007020 6500-WRITE-TOTALS.
007030     MOVE SPACES TO DISC-LINE.
007040     WRITE DISC-LINE.
007050     MOVE WS-EXTRACT-READ TO WS-EDIT-COUNT.
007060     MOVE 'HR EXTRACT RECORDS READ' TO WS-TOTAL-LABEL.
007070     PERFORM 6550-WRITE-ONE-TOTAL THRU 6550-EXIT.
007080     MOVE WS-MASTER-READ TO WS-EDIT-COUNT.
007090     MOVE 'EMPMAST RECORDS READ' TO WS-TOTAL-LABEL.
007100     PERFORM 6550-WRITE-ONE-TOTAL THRU 6550-EXIT.
007110     MOVE WS-MATCHED-UNCHANGED TO WS-EDIT-COUNT.
007120     MOVE 'MATCHED, NO CHANGE' TO WS-TOTAL-LABEL.
007130     PERFORM 6550-WRITE-ONE-TOTAL THRU 6550-EXIT.
007140     MOVE WS-ADDS-WRITTEN TO WS-EDIT-COUNT.
007150     MOVE 'ADDS WRITTEN' TO WS-TOTAL-LABEL.
007160     PERFORM 6550-WRITE-ONE-TOTAL THRU 6550-EXIT.
007170     MOVE WS-CHANGES-WRITTEN TO WS-EDIT-COUNT.
007180     MOVE 'CHANGES WRITTEN' TO WS-TOTAL-LABEL.
007190     PERFORM 6550-WRITE-ONE-TOTAL THRU 6550-EXIT.
007200     MOVE WS-DELETES-WRITTEN TO WS-EDIT-COUNT.
007210     MOVE 'DELETES WRITTEN' TO WS-TOTAL-LABEL.
007220     PERFORM 6550-WRITE-ONE-TOTAL THRU 6550-EXIT.
007230     MOVE WS-RENAMES-WRITTEN TO WS-EDIT-COUNT.
007240     MOVE 'NAME CHANGES WRITTEN' TO WS-TOTAL-LABEL.
007250     PERFORM 6550-WRITE-ONE-TOTAL THRU 6550-EXIT.
007260     MOVE WS-UNRESOLVED TO WS-EDIT-COUNT.
007270     MOVE 'UNRESOLVED' TO WS-TOTAL-LABEL.
007280     PERFORM 6550-WRITE-ONE-TOTAL THRU 6550-EXIT.
007290 6500-EXIT.
007300     EXIT.
007310
007320*===============================================================
007330* 6550-WRITE-ONE-TOTAL - ONE LABELLED CONTROL-COUNT LINE
007340*===============================================================
007350 6550-WRITE-ONE-TOTAL.
007360     MOVE SPACES TO DISC-LINE.
007370     STRING WS-TOTAL-LABEL DELIMITED BY SIZE
007380            ' . . . . . '  DELIMITED BY SIZE
007390            WS-EDIT-COUNT  DELIMITED BY SIZE
007400       INTO DISC-LINE.
007410     WRITE DISC-LINE.
007420 6550-EXIT.
007430     EXIT.
007440
007450*===============================================================
007460* 9000-TERMINATE - SAFETY CHECKS, TOTALS AND CLOSE
007470* AN EMPTY EXTRACT OR A DELETE COUNT OVER THE LIMIT MEANS THE
007480* EXTRACT IS SUSPECT - THE TRANSACTION FILE IS EMPTIED SO
007490* NOTHING REACHES EMPUPDT, AND THE REPORT SAYS WHY.
007500*===============================================================
007510 9000-TERMINATE.
007520     PERFORM 6500-WRITE-TOTALS THRU 6500-EXIT.
007530     MOVE SPACES TO DISC-LINE.
007540     EVALUATE TRUE
007550         WHEN WS-EXTRACT-READ = 0
007560             DISPLAY 'EMPR0004 HR EXTRACT IS EMPTY - NO '
007570                     'TRANSACTIONS WRITTEN'
007580             STRING '*** HR EXTRACT IS EMPTY - NO TRANSACTIONS '
007590                                DELIMITED BY SIZE
007600                    'WRITTEN ***' DELIMITED BY SIZE
007610               INTO DISC-LINE
007620             SET WS-TRANSACTIONS-VOIDED TO TRUE
007630         WHEN WS-DELETES-WRITTEN > WS-DELETE-LIMIT
007635             MOVE WS-DELETES-WRITTEN TO WS-EDIT-COUNT
007640             DISPLAY 'EMPR0005 ' WS-EDIT-COUNT
007650                     ' DELETES EXCEED THE LIMIT OF '
007660                     WS-EDIT-LIMIT ' - NO TRANSACTIONS WRITTEN'
007670             STRING '*** DELETES EXCEED THE LIMIT OF '
007680                                DELIMITED BY SIZE
007690                    WS-EDIT-LIMIT DELIMITED BY SIZE
007700                    ' - NO TRANSACTIONS WRITTEN ***'
007710                                DELIMITED BY SIZE
007720               INTO DISC-LINE
007730             SET WS-TRANSACTIONS-VOIDED TO TRUE
007740     END-EVALUATE.
007750     CLOSE TRANSACTION-FILE.
007760     IF WS-TRANSACTIONS-VOIDED
007770         WRITE DISC-LINE
007780         OPEN OUTPUT TRANSACTION-FILE
007790         CLOSE TRANSACTION-FILE
007800     END-IF.
007810     CLOSE EMPLOYEE-MASTER.
007820     CLOSE DISCREPANCY-REPORT.
007830 9000-EXIT.
007840     EXIT.
