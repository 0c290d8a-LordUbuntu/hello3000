000010*===============================================================
000020* PROGRAM-ID : OPRUPDT
000030* AUTHOR     : J. BURGER
000040*===============================================================
000050* MODIFICATION HISTORY
000060* ----------------------------------------------------------------
000070* DATE       INIT  DESCRIPTION
000080* ---------- ----  -------------------------------------------
000090* 2026-10-14 JB    ORIGINAL PROGRAM - BATCH MAINTENANCE FOR THE
000100*                  OPERATOR MASTER (COPYBOOK OPERMAST) THAT HELLO
000110*                  AND EVERY MASTER-FILE MAINTENANCE JOB CHECK
000120*                  THEIR PARM OPERATOR AGAINST. READS ADD,
000130*                  CHANGE, INACTIVATE AND REACTIVATE
000140*                  TRANSACTIONS (COPYBOOK OPRTRAN). THERE IS NO
000150*                  DELETE - AN OPERATOR WHO LEAVES IS MADE
000160*                  INACTIVE SO OLD LOGS STILL RESOLVE TO A NAME.
000170*                  ONLY AN ACTIVE ADMINISTRATOR MAY RUN IT, AND
000180*                  NOT AGAINST THEIR OWN ROLE OR STATUS. EVERY
000190*                  TRANSACTION, APPLIED OR REJECTED, PRINTS ON
000200*                  THE CHANGE-AUDIT LISTING WITH THE OPERATOR
000210*                  BEFORE AND AFTER. RETURN CODE 4 WHEN ANY
000220*                  TRANSACTION REJECTED.
000230*===============================================================
000240 IDENTIFICATION DIVISION.
000250 PROGRAM-ID. OPRUPDT.
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
000360     SELECT TRANSACTION-FILE ASSIGN TO OPRTRAN
000370         ORGANIZATION IS SEQUENTIAL.
000380     SELECT OPERATOR-MASTER ASSIGN TO OPERMAST
000390         ORGANIZATION IS INDEXED
000400         ACCESS MODE IS RANDOM
000410         RECORD KEY IS OP-OPERATOR-ID
000420         FILE STATUS IS WS-OPERMAST-STATUS.
000430     SELECT AUDIT-REPORT ASSIGN TO AUDRPT
000440         ORGANIZATION IS SEQUENTIAL.
000450*===============================================================
000460* DATA DIVISION
000470*===============================================================
000480 DATA DIVISION.
000490 FILE SECTION.
000500 FD  TRANSACTION-FILE
000510     RECORDING MODE IS F.
000520     COPY OPRTRAN.
000530
000540 FD  OPERATOR-MASTER.
000550     COPY OPERMAST.
000560
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
000710     05 WS-OPER-FOUND-SWITCH         PIC X(01) VALUE 'N'.
000720         88 WS-OPER-ON-FILE                    VALUE 'Y'.
000730         88 WS-OPER-NOT-ON-FILE                VALUE 'N'.
000740
000750*---------------------------------------------------------------
000760* COUNTERS
000770*---------------------------------------------------------------
000780 01  WS-COUNTERS.
000790     05 WS-TRANS-READ                PIC 9(07) COMP VALUE 0.
000800     05 WS-ADDS-APPLIED              PIC 9(07) COMP VALUE 0.
000810     05 WS-CHANGES-APPLIED           PIC 9(07) COMP VALUE 0.
000820     05 WS-INACTIVATES-APPLIED       PIC 9(07) COMP VALUE 0.
000830     05 WS-REACTIVATES-APPLIED       PIC 9(07) COMP VALUE 0.
000840     05 WS-TRANS-REJECTED            PIC 9(07) COMP VALUE 0.
000850
000860*---------------------------------------------------------------
000870* THE OPERATOR RUNNING THIS JOB - FROM THE PARM, CHECKED AGAINST
000880* THE OPERATOR MASTER BEFORE ANY FILE IS OPENED
000890*---------------------------------------------------------------
000900 01  WS-RUN-OPERATOR.
000910     05 WS-OPERATOR-ID               PIC X(08) VALUE SPACES.
000920     05 WS-OPERATOR-NAME             PIC X(30) VALUE SPACES.
000930
000940*---------------------------------------------------------------
000950* WORK AREAS
000960*---------------------------------------------------------------
000970 01  WS-BEFORE-IMAGE.
000980     05 WS-BEFORE-NAME               PIC X(30).
000990     05 WS-BEFORE-ROLE               PIC X(01).
001000     05 WS-BEFORE-LOCATIONS          PIC X(10).
001010     05 WS-BEFORE-STATUS             PIC X(01).
001020
001030 01  WS-REJECT-REASON                PIC X(30) VALUE SPACES.
001040
001050 01  WS-TOTAL-LABEL                  PIC X(25) VALUE SPACES.
001060
001070 01  WS-OPERMAST-STATUS              PIC X(02) VALUE SPACES.
001080
001090 01  WS-RUN-DATE                     PIC 9(08).
001100
001110 01  WS-EDIT-FIELDS.
001120     05 WS-EDIT-COUNT                PIC ZZZ,ZZ9.
001130     05 WS-EDIT-DATE                 PIC 9999/99/99.
001140
001150*===============================================================
001160* LINKAGE SECTION - OPERATOR ID ARRIVES VIA THE EXEC PARM
001170*===============================================================
001180 LINKAGE SECTION.
001190 01  DL-PARM-AREA.
001200     05 DL-PARM-LENGTH                PIC S9(4) COMP.
001210     05 DL-OPERATOR-ID                PIC X(08).
001220
001230 PROCEDURE DIVISION USING DL-PARM-AREA.
001240*===============================================================
001250* 0000-MAINLINE
001260*===============================================================
001270 0000-MAINLINE.
001280     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001290     PERFORM 2000-PROCESS-TRANS THRU 2000-EXIT
001300         UNTIL WS-END-OF-TRANS.
001310     PERFORM 9000-TERMINATE THRU 9000-EXIT.
001320     IF WS-TRANS-REJECTED > 0
001330         MOVE 4 TO RETURN-CODE
001340     END-IF.
001350     STOP RUN.
001360
001370*===============================================================
001380* 1000-INITIALIZE - CHECK THE OPERATOR, OPEN FILES, PRIME READ
001390*===============================================================
001400 1000-INITIALIZE.
001410     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
001420     PERFORM 1050-VALIDATE-OPERATOR THRU 1050-EXIT.
001430     OPEN INPUT TRANSACTION-FILE.
001440     OPEN OUTPUT AUDIT-REPORT.
001450     OPEN I-O OPERATOR-MASTER.
001460     IF WS-OPERMAST-STATUS NOT = '00'
001470         DISPLAY 'OPRU0002 OPERATOR MASTER OPEN FAILED, STATUS '
001480                 WS-OPERMAST-STATUS
001490         MOVE 16 TO RETURN-CODE
001500         STOP RUN
001510     END-IF.
001520     PERFORM 1100-WRITE-AUDIT-HEADINGS THRU 1100-EXIT.
001530     PERFORM 8000-READ-TRANSACTION THRU 8000-EXIT.
001540 1000-EXIT.
001550     EXIT.
001560
001570*===============================================================
001580* 1050-VALIDATE-OPERATOR - WHO IS RUNNING THIS JOB
001590* THE PARM OPERATOR MUST BE ON THE OPERATOR MASTER, ACTIVE, AND
001600* AN ADMINISTRATOR. ANYTHING ELSE STOPS THE RUN BEFORE A
001610* TRANSACTION IS READ.
001620*===============================================================
001630 1050-VALIDATE-OPERATOR.
001640     IF DL-PARM-LENGTH < 8
001650        OR DL-OPERATOR-ID = SPACES
001660         DISPLAY 'OPRU0001 OPERATOR ID PARM MISSING'
001670         MOVE 16 TO RETURN-CODE
001680         STOP RUN
001690     END-IF.
001700     MOVE DL-OPERATOR-ID TO WS-OPERATOR-ID.
001710     OPEN INPUT OPERATOR-MASTER.
001720     IF WS-OPERMAST-STATUS NOT = '00'
001730         DISPLAY 'OPRU0002 OPERATOR MASTER OPEN FAILED, STATUS '
001740                 WS-OPERMAST-STATUS
001750         MOVE 16 TO RETURN-CODE
001760         STOP RUN
001770     END-IF.
001780     MOVE WS-OPERATOR-ID TO OP-OPERATOR-ID.
001790     READ OPERATOR-MASTER
001800         INVALID KEY
001810             DISPLAY 'OPRU0003 OPERATOR ' WS-OPERATOR-ID
001820                     ' NOT ON THE OPERATOR MASTER'
001830             MOVE 16 TO RETURN-CODE
001840             STOP RUN
001850     END-READ.
001860     IF NOT OP-ACTIVE
001870         DISPLAY 'OPRU0004 OPERATOR ' WS-OPERATOR-ID
001880                 ' IS INACTIVE'
001890         MOVE 16 TO RETURN-CODE
001900         STOP RUN
001910     END-IF.
001920     IF NOT OP-ROLE-ADMINISTRATOR
001930         DISPLAY 'OPRU0005 OPERATOR ' WS-OPERATOR-ID
001940                 ' ROLE ' OP-ROLE ' MAY NOT MAINTAIN OPERATORS'
001950         MOVE 16 TO RETURN-CODE
001960         STOP RUN
001970     END-IF.
001980     MOVE OP-NAME TO WS-OPERATOR-NAME.
001990     CLOSE OPERATOR-MASTER.
002000 1050-EXIT.
002010     EXIT.
002020
002030*===============================================================
002040* 1100-WRITE-AUDIT-HEADINGS - DATE-STAMPED LISTING TITLE
002050*===============================================================
002060 1100-WRITE-AUDIT-HEADINGS.
002070     MOVE WS-RUN-DATE TO WS-EDIT-DATE.
002080     MOVE SPACES TO AUDIT-LINE.
002090     STRING 'OPERATOR MASTER CHANGE-AUDIT LISTING'
002100                            DELIMITED BY SIZE
002110            '   RUN DATE: ' DELIMITED BY SIZE
002120            WS-EDIT-DATE    DELIMITED BY SIZE
002130       INTO AUDIT-LINE.
002140     WRITE AUDIT-LINE.
002150     MOVE SPACES TO AUDIT-LINE.
002160     STRING 'RUN BY OPERATOR: ' DELIMITED BY SIZE
002170            WS-OPERATOR-ID      DELIMITED BY SIZE
002180            '  '                DELIMITED BY SIZE
002190            WS-OPERATOR-NAME    DELIMITED BY SIZE
002200       INTO AUDIT-LINE.
002210     WRITE AUDIT-LINE.
002220     MOVE SPACES TO AUDIT-LINE.
002230     STRING 'ROLES: R=RECEPTION  H=HR  A=ACCOUNTING  '
002240                            DELIMITED BY SIZE
002250            'F=FACILITIES  M=ADMINISTRATOR   '
002260                            DELIMITED BY SIZE
002270            'STATUS: A=ACTIVE  I=INACTIVE'
002280                            DELIMITED BY SIZE
002290       INTO AUDIT-LINE.
002300     WRITE AUDIT-LINE.
002310     MOVE SPACES TO AUDIT-LINE.
002320     WRITE AUDIT-LINE.
002330 1100-EXIT.
002340     EXIT.
002350
002360*===============================================================
002370* 2000-PROCESS-TRANS - EDIT AND ROUTE ONE TRANSACTION
002380*===============================================================
002390 2000-PROCESS-TRANS.
002400     ADD 1 TO WS-TRANS-READ.
002410     PERFORM 2100-VALIDATE-TRANS THRU 2100-EXIT.
002420     IF WS-EDIT-FAILED
002430         PERFORM 5100-WRITE-AUDIT-REJECT THRU 5100-EXIT
002440         GO TO 2000-READ-NEXT
002450     END-IF.
002460     PERFORM 4100-READ-OPERATOR THRU 4100-EXIT.
002470     EVALUATE TRUE
002480         WHEN OT-ADD-OPERATOR
002490             PERFORM 3000-APPLY-ADD THRU 3000-EXIT
002500         WHEN OT-CHANGE-OPERATOR
002510             PERFORM 3100-APPLY-CHANGE THRU 3100-EXIT
002520         WHEN OT-INACTIVATE
002530             PERFORM 3200-APPLY-INACTIVATE THRU 3200-EXIT
002540         WHEN OT-REACTIVATE
002550             PERFORM 3300-APPLY-REACTIVATE THRU 3300-EXIT
002560     END-EVALUATE.
002570 2000-READ-NEXT.
002580     PERFORM 8000-READ-TRANSACTION THRU 8000-EXIT.
002590 2000-EXIT.
002600     EXIT.
002610
002620*===============================================================
002630* 2100-VALIDATE-TRANS - CODE, ID, NAME, ROLE, LOCATIONS
002640* FIRST FAILURE WINS - ONE REASON PER REJECT LINE. THE RUNNING
002650* ADMINISTRATOR MAY NOT INACTIVATE THEMSELVES OR CHANGE THEIR
002660* OWN ROLE, SO THE FILE CAN NEVER LOCK OUT ITS LAST ADMIN.
002670*===============================================================
002680 2100-VALIDATE-TRANS.
002690     SET WS-EDIT-OK TO TRUE.
002700     MOVE SPACES TO WS-REJECT-REASON.
002710     IF NOT OT-ADD-OPERATOR AND NOT OT-CHANGE-OPERATOR
002720        AND NOT OT-INACTIVATE AND NOT OT-REACTIVATE
002730         MOVE 'INVALID TRANSACTION CODE' TO WS-REJECT-REASON
002740         SET WS-EDIT-FAILED TO TRUE
002750         GO TO 2100-EXIT
002760     END-IF.
002770     IF OT-OPERATOR-ID = SPACES
002780         MOVE 'OPERATOR ID MISSING' TO WS-REJECT-REASON
002790         SET WS-EDIT-FAILED TO TRUE
002800         GO TO 2100-EXIT
002810     END-IF.
002820     MOVE OT-ROLE TO OP-ROLE.
002830     IF OT-ADD-OPERATOR
002840         IF OT-NAME = SPACES
002850             MOVE 'ADD - NAME MISSING' TO WS-REJECT-REASON
002860             SET WS-EDIT-FAILED TO TRUE
002870             GO TO 2100-EXIT
002880         END-IF
002890         IF NOT OP-ROLE-VALID
002900             MOVE 'ADD - INVALID ROLE' TO WS-REJECT-REASON
002910             SET WS-EDIT-FAILED TO TRUE
002920             GO TO 2100-EXIT
002930         END-IF
002940         IF OT-LOCATIONS = SPACES
002950             MOVE 'ADD - NO LOCATIONS' TO WS-REJECT-REASON
002960             SET WS-EDIT-FAILED TO TRUE
002970             GO TO 2100-EXIT
002980         END-IF
002990     END-IF.
003000     IF OT-CHANGE-OPERATOR
003010         IF OT-NAME = SPACES AND OT-ROLE = SPACE
003020            AND OT-LOCATIONS = SPACES
003030             MOVE 'CHANGE - NOTHING TO CHANGE' TO WS-REJECT-REASON
003040             SET WS-EDIT-FAILED TO TRUE
003050             GO TO 2100-EXIT
003060         END-IF
003070         IF OT-ROLE NOT = SPACE
003080            AND NOT OP-ROLE-VALID
003090             MOVE 'CHANGE - INVALID ROLE' TO WS-REJECT-REASON
003100             SET WS-EDIT-FAILED TO TRUE
003110             GO TO 2100-EXIT
003120         END-IF
003130         IF OT-ROLE NOT = SPACE
003140            AND OT-OPERATOR-ID = WS-OPERATOR-ID
003150             MOVE 'CHANGE - OWN ROLE' TO WS-REJECT-REASON
003160             SET WS-EDIT-FAILED TO TRUE
003170             GO TO 2100-EXIT
003180         END-IF
003190     END-IF.
003200     IF OT-INACTIVATE
003210        AND OT-OPERATOR-ID = WS-OPERATOR-ID
003220         MOVE 'INACTIVATE - OWN OPERATOR ID' TO WS-REJECT-REASON
003230         SET WS-EDIT-FAILED TO TRUE
003240     END-IF.
003250 2100-EXIT.
003260     EXIT.
003270
003280*===============================================================
003290* 3000-APPLY-ADD - NEW OPERATOR, ACTIVE FROM THE START
003300*===============================================================
003310 3000-APPLY-ADD.
003320     IF WS-OPER-ON-FILE
003330         MOVE 'ADD - OPERATOR ALREADY ON FILE' TO WS-REJECT-REASON
003340         PERFORM 5100-WRITE-AUDIT-REJECT THRU 5100-EXIT
003350         GO TO 3000-EXIT
003360     END-IF.
003370     MOVE OT-OPERATOR-ID TO OP-OPERATOR-ID.
003380     MOVE OT-NAME        TO OP-NAME.
003390     MOVE OT-ROLE        TO OP-ROLE.
003400     MOVE OT-LOCATIONS   TO OP-LOCATIONS.
003410     SET OP-ACTIVE TO TRUE.
003420     MOVE WS-RUN-DATE    TO OP-LAST-UPDATED.
003430     MOVE WS-OPERATOR-ID TO OP-UPDATED-BY.
003440     WRITE OPERATOR-RECORD
003450         INVALID KEY
003460             MOVE 'OPERATOR MASTER WRITE FAILED'
003470               TO WS-REJECT-REASON
003480             PERFORM 5100-WRITE-AUDIT-REJECT THRU 5100-EXIT
003490             GO TO 3000-EXIT
003500     END-WRITE.
003510     ADD 1 TO WS-ADDS-APPLIED.
003520     PERFORM 5000-WRITE-AUDIT-APPLIED THRU 5000-EXIT.
003530 3000-EXIT.
003540     EXIT.
003550
003560*===============================================================
003570* 3100-APPLY-CHANGE - NON-BLANK TRANSACTION FIELDS REPLACE
003580*===============================================================
003590 3100-APPLY-CHANGE.
003600     IF WS-OPER-NOT-ON-FILE
003610         MOVE 'CHANGE - OPERATOR NOT ON FILE' TO WS-REJECT-REASON
003620         PERFORM 5100-WRITE-AUDIT-REJECT THRU 5100-EXIT
003630         GO TO 3100-EXIT
003640     END-IF.
003650     IF OT-NAME NOT = SPACES
003660         MOVE OT-NAME TO OP-NAME
003670     END-IF.
003680     IF OT-ROLE NOT = SPACE
003690         MOVE OT-ROLE TO OP-ROLE
003700     END-IF.
003710     IF OT-LOCATIONS NOT = SPACES
003720         MOVE OT-LOCATIONS TO OP-LOCATIONS
003730     END-IF.
003740     PERFORM 4200-REWRITE-OPERATOR THRU 4200-EXIT.
003750     IF WS-REJECT-REASON NOT = SPACES
003760         GO TO 3100-EXIT
003770     END-IF.
003780     ADD 1 TO WS-CHANGES-APPLIED.
003790     PERFORM 5000-WRITE-AUDIT-APPLIED THRU 5000-EXIT.
003800 3100-EXIT.
003810     EXIT.
003820
003830*===============================================================
003840* 3200-APPLY-INACTIVATE - OPERATOR MAY NO LONGER RUN ANYTHING
003850*===============================================================
003860 3200-APPLY-INACTIVATE.
003870     IF WS-OPER-NOT-ON-FILE
003880         MOVE 'INACTIVATE - NOT ON FILE' TO WS-REJECT-REASON
003890         PERFORM 5100-WRITE-AUDIT-REJECT THRU 5100-EXIT
003900         GO TO 3200-EXIT
003910     END-IF.
003920     IF OP-INACTIVE
003930         MOVE 'INACTIVATE - ALREADY INACTIVE' TO WS-REJECT-REASON
003940         PERFORM 5100-WRITE-AUDIT-REJECT THRU 5100-EXIT
003950         GO TO 3200-EXIT
003960     END-IF.
003970     SET OP-INACTIVE TO TRUE.
003980     PERFORM 4200-REWRITE-OPERATOR THRU 4200-EXIT.
003990     IF WS-REJECT-REASON NOT = SPACES
004000         GO TO 3200-EXIT
004010     END-IF.
004020     ADD 1 TO WS-INACTIVATES-APPLIED.
004030     PERFORM 5000-WRITE-AUDIT-APPLIED THRU 5000-EXIT.
004040 3200-EXIT.
004050     EXIT.
004060
004070*===============================================================
004080* 3300-APPLY-REACTIVATE - A RETURNING OPERATOR KEEPS THEIR ID
004090*===============================================================
004100 3300-APPLY-REACTIVATE.
004110     IF WS-OPER-NOT-ON-FILE
004120         MOVE 'REACTIVATE - NOT ON FILE' TO WS-REJECT-REASON
004130         PERFORM 5100-WRITE-AUDIT-REJECT THRU 5100-EXIT
004140         GO TO 3300-EXIT
004150     END-IF.
004160     IF OP-ACTIVE
004170         MOVE 'REACTIVATE - ALREADY ACTIVE' TO WS-REJECT-REASON
004180         PERFORM 5100-WRITE-AUDIT-REJECT THRU 5100-EXIT
004190         GO TO 3300-EXIT
004200     END-IF.
004210     SET OP-ACTIVE TO TRUE.
004220     PERFORM 4200-REWRITE-OPERATOR THRU 4200-EXIT.
004230     IF WS-REJECT-REASON NOT = SPACES
004240         GO TO 3300-EXIT
004250     END-IF.
004260     ADD 1 TO WS-REACTIVATES-APPLIED.
004270     PERFORM 5000-WRITE-AUDIT-APPLIED THRU 5000-EXIT.
004280 3300-EXIT.
004290     EXIT.
004300
004310*===============================================================
004320* 4100-READ-OPERATOR - THE TRANSACTION'S OPERATOR RECORD
004330* SAVES THE RECORD BEFORE THE CHANGE FOR THE AUDIT LISTING.
004340*===============================================================
004350 4100-READ-OPERATOR.
004360     MOVE SPACES TO WS-REJECT-REASON.
004370     MOVE SPACES TO WS-BEFORE-IMAGE.
004380     MOVE OT-OPERATOR-ID TO OP-OPERATOR-ID.
004390     READ OPERATOR-MASTER
004400         INVALID KEY
004410             SET WS-OPER-NOT-ON-FILE TO TRUE
004420         NOT INVALID KEY
004430             SET WS-OPER-ON-FILE TO TRUE
004440             MOVE OP-NAME      TO WS-BEFORE-NAME
004450             MOVE OP-ROLE      TO WS-BEFORE-ROLE
004460             MOVE OP-LOCATIONS TO WS-BEFORE-LOCATIONS
004470             MOVE OP-STATUS    TO WS-BEFORE-STATUS
004480     END-READ.
004490 4100-EXIT.
004500     EXIT.
004510
004520*===============================================================
004530* 4200-REWRITE-OPERATOR - STAMP AND REWRITE THE RECORD READ
004540*===============================================================
004550 4200-REWRITE-OPERATOR.
004560     MOVE WS-RUN-DATE    TO OP-LAST-UPDATED.
004570     MOVE WS-OPERATOR-ID TO OP-UPDATED-BY.
004580     REWRITE OPERATOR-RECORD
004590         INVALID KEY
004600             MOVE 'OPERATOR MASTER REWRITE FAILED'
004610               TO WS-REJECT-REASON
004620             PERFORM 5100-WRITE-AUDIT-REJECT THRU 5100-EXIT
004630     END-REWRITE.
004640 4200-EXIT.
004650     EXIT.
004660
004670*===============================================================
004680* 5000-WRITE-AUDIT-APPLIED - BEFORE/AFTER LINES FOR ONE CHANGE
004690*===============================================================
004700 5000-WRITE-AUDIT-APPLIED.
004710     MOVE SPACES TO AUDIT-LINE.
004720     IF OT-ADD-OPERATOR
004730         STRING OT-TRANS-CODE       DELIMITED BY SIZE
004740                ' '                 DELIMITED BY SIZE
004750                OT-OPERATOR-ID      DELIMITED BY SIZE
004760                '  BEFORE: *NEW*'   DELIMITED BY SIZE
004770           INTO AUDIT-LINE
004780     ELSE
004790         STRING OT-TRANS-CODE       DELIMITED BY SIZE
004800                ' '                 DELIMITED BY SIZE
004810                OT-OPERATOR-ID      DELIMITED BY SIZE
004820                '  BEFORE: ROLE '   DELIMITED BY SIZE
004830                WS-BEFORE-ROLE      DELIMITED BY SIZE
004840                '  LOCATIONS '      DELIMITED BY SIZE
004850                WS-BEFORE-LOCATIONS DELIMITED BY SIZE
004860                '  STATUS '         DELIMITED BY SIZE
004870                WS-BEFORE-STATUS    DELIMITED BY SIZE
004880                '  '                DELIMITED BY SIZE
004890                WS-BEFORE-NAME      DELIMITED BY SIZE
004900           INTO AUDIT-LINE
004910     END-IF.
004920     WRITE AUDIT-LINE.
004930     MOVE SPACES TO AUDIT-LINE.
004940     STRING '            AFTER:  ROLE '
004950                                DELIMITED BY SIZE
004960            OP-ROLE             DELIMITED BY SIZE
004970            '  LOCATIONS '      DELIMITED BY SIZE
004980            OP-LOCATIONS        DELIMITED BY SIZE
004990            '  STATUS '         DELIMITED BY SIZE
005000            OP-STATUS           DELIMITED BY SIZE
005010            '  '                DELIMITED BY SIZE
005020            OP-NAME             DELIMITED BY SIZE
005030       INTO AUDIT-LINE.
005040     WRITE AUDIT-LINE.
005050 5000-EXIT.
005060     EXIT.
005070
005080*===============================================================
005090* 5100-WRITE-AUDIT-REJECT - ONE REJECTED-TRANSACTION LINE
005100*===============================================================
005110 5100-WRITE-AUDIT-REJECT.
005120     ADD 1 TO WS-TRANS-REJECTED.
005130     MOVE SPACES TO AUDIT-LINE.
005140     STRING OT-TRANS-CODE     DELIMITED BY SIZE
005150            ' '               DELIMITED BY SIZE
005160            OT-OPERATOR-ID    DELIMITED BY SIZE
005170            '  REJECTED - '   DELIMITED BY SIZE
005180            WS-REJECT-REASON  DELIMITED BY SIZE
005190       INTO AUDIT-LINE.
005200     WRITE AUDIT-LINE.
005210 5100-EXIT.
005220     EXIT.
005230
005240*===============================================================
005250* 5500-WRITE-AUDIT-TOTALS - CONTROL COUNTS FOR THE RUN
005260*===============================================================
005270 5500-WRITE-AUDIT-TOTALS.
005280     MOVE SPACES TO AUDIT-LINE.
005290     WRITE AUDIT-LINE.
005300     MOVE WS-TRANS-READ TO WS-EDIT-COUNT.
005310     MOVE 'TRANSACTIONS READ' TO WS-TOTAL-LABEL.
005320     PERFORM 5550-WRITE-ONE-TOTAL THRU 5550-EXIT.
005330     MOVE WS-ADDS-APPLIED TO WS-EDIT-COUNT.
005340     MOVE 'OPERATORS ADDED' TO WS-TOTAL-LABEL.
005350     PERFORM 5550-WRITE-ONE-TOTAL THRU 5550-EXIT.
005360     MOVE WS-CHANGES-APPLIED TO WS-EDIT-COUNT.
005370     MOVE 'OPERATORS CHANGED' TO WS-TOTAL-LABEL.
005380     PERFORM 5550-WRITE-ONE-TOTAL THRU 5550-EXIT.
005390     MOVE WS-INACTIVATES-APPLIED TO WS-EDIT-COUNT.
005400     MOVE 'OPERATORS INACTIVATED' TO WS-TOTAL-LABEL.
005410     PERFORM 5550-WRITE-ONE-TOTAL THRU 5550-EXIT.
005420     MOVE WS-REACTIVATES-APPLIED TO WS-EDIT-COUNT.
005430     MOVE 'OPERATORS REACTIVATED' TO WS-TOTAL-LABEL.
005440     PERFORM 5550-WRITE-ONE-TOTAL THRU 5550-EXIT.
005450     MOVE WS-TRANS-REJECTED TO WS-EDIT-COUNT.
005460     MOVE 'TRANSACTIONS REJECTED' TO WS-TOTAL-LABEL.
005470     PERFORM 5550-WRITE-ONE-TOTAL THRU 5550-EXIT.
005480 5500-EXIT.
005490     EXIT.
005500
005510*===============================================================
005520* 5550-WRITE-ONE-TOTAL - ONE LABELLED CONTROL-COUNT LINE
005530*===============================================================
005540 5550-WRITE-ONE-TOTAL.
005550     MOVE SPACES TO AUDIT-LINE.
005560     STRING WS-TOTAL-LABEL DELIMITED BY SIZE
005570            ' . . . . . '  DELIMITED BY SIZE
005580            WS-EDIT-COUNT  DELIMITED BY SIZE
005590       INTO AUDIT-LINE.
005600     WRITE AUDIT-LINE.
005610 5550-EXIT.
005620     EXIT.
005630
005640*===============================================================
005650* 8000-READ-TRANSACTION - READ-AHEAD LOGIC FOR OPRTRAN
005660*===============================================================
005670 8000-READ-TRANSACTION.
005680     READ TRANSACTION-FILE
005690         AT END
005700             SET WS-END-OF-TRANS TO TRUE
005710     END-READ.
005720 8000-EXIT.
005730     EXIT.
005740
005750*===============================================================
005760* 9000-TERMINATE - TOTALS AND CLOSE
005770*===============================================================
005780 9000-TERMINATE.
005790     PERFORM 5500-WRITE-AUDIT-TOTALS THRU 5500-EXIT.
005800     CLOSE TRANSACTION-FILE.
005810     CLOSE OPERATOR-MASTER.
005820     CLOSE AUDIT-REPORT.
005830 9000-EXIT.
005840     EXIT.
