000010*===============================================================
000020* PROGRAM-ID : BDGUPDT
000030* AUTHOR     : J. BURGER
000040*===============================================================
000050* MODIFICATION HISTORY
000060* ----------------------------------------------------------------
000070* DATE       INIT  DESCRIPTION
000080* ---------- ----  -------------------------------------------
000090* 2026-10-14 JB    ORIGINAL PROGRAM - BATCH MAINTENANCE FOR THE
000100*                  VISITOR BADGE POOL, WHICH UNTIL NOW WAS
000110*                  EDITED BY HAND. READS ADD, RETIRE, MOVE AND
000120*                  REINSTATE TRANSACTIONS (COPYBOOK BDGTRAN)
000130*                  AND EDITS EACH AGAINST THE ENTRY'S CURRENT
000140*                  STATUS - AN IN-USE BADGE IS NEVER RETIRED OR
000150*                  MOVED, AND ONLY A WRITTEN-OFF ('L') NUMBER
000160*                  CAN BE REINSTATED. EVERY TRANSACTION, APPLIED
000170*                  OR REJECTED, PRINTS ON THE CHANGE-AUDIT
000180*                  LISTING. THEN TAKES THE DAILY INVENTORY OF
000190*                  THE POOL PER BP-LOCATION-CODE (FREE, IN USE,
000200*                  WRITTEN OFF) AND FLAGS EVERY LOBBY WHOSE FREE
000210*                  COUNT IS BELOW THE MINIMUM ON ITS BDGCTL
000220*                  CONTROL RECORD, SO CARDS ARE REORDERED BEFORE
000230*                  HELLO RUNS THE POOL DRY. RETURN CODE 4 WHEN
000240*                  ANY TRANSACTION REJECTED OR ANY LOBBY IS
000250*                  BELOW ITS MINIMUM.
000251* 2026-10-14 JB    THE PARM NOW CARRIES THE SUBMITTING OPERATOR'S
000252*                  ID. THE RUN STOPS RC 16 BEFORE ANY FILE IS
000253*                  OPENED UNLESS THE OPERATOR IS ON THE NEW
000254*                  OPERATOR MASTER (COPYBOOK OPERMAST), ACTIVE,
000255*                  AND HOLDS THE RECEPTION ROLE (OR IS AN
000256*                  ADMINISTRATOR). THE OPERATOR PRINTS UNDER
000257*                  THE LISTING TITLE, SO EVERY CHANGE
000258*                  TRACES TO A PERSON.
000260*===============================================================
000270 IDENTIFICATION DIVISION.
000280 PROGRAM-ID. BDGUPDT.
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
000390     SELECT TRANSACTION-FILE ASSIGN TO BDGTRAN
000400         ORGANIZATION IS SEQUENTIAL.
000410     SELECT BADGE-POOL ASSIGN TO BDGPOOL
000420         ORGANIZATION IS INDEXED
000430         ACCESS MODE IS DYNAMIC
000440         RECORD KEY IS BP-BADGE-NUMBER
000450         FILE STATUS IS WS-BDGPOOL-STATUS.
000460     SELECT BADGE-CONTROL ASSIGN TO BDGCTL
000470         ORGANIZATION IS SEQUENTIAL
000480         FILE STATUS IS WS-BDGCTL-STATUS.
000481     SELECT OPERATOR-MASTER ASSIGN TO OPERMAST
000482         ORGANIZATION IS INDEXED
000483         ACCESS MODE IS RANDOM
000484         RECORD KEY IS OP-OPERATOR-ID
000485         FILE STATUS IS WS-OPERMAST-STATUS.
000490     SELECT AUDIT-REPORT ASSIGN TO AUDRPT
000500         ORGANIZATION IS SEQUENTIAL.
000510     SELECT INVENTORY-REPORT ASSIGN TO INVRPT
000520         ORGANIZATION IS SEQUENTIAL.
000530*===============================================================
000540* DATA DIVISION
000550*===============================================================
000560 DATA DIVISION.
000570 FILE SECTION.
000580 FD  TRANSACTION-FILE
000590     RECORDING MODE IS F.
000600     COPY BDGTRAN.
000610
000620 FD  BADGE-POOL.
000630     COPY BDGPOOL.
000640
000650 FD  BADGE-CONTROL
000660     RECORDING MODE IS F.
000670     COPY BDGCTL.
000680
000682 FD  OPERATOR-MASTER.
000684     COPY OPERMAST.
000686
000690 FD  AUDIT-REPORT
000700     RECORDING MODE IS F.
000710 01  AUDIT-LINE                     PIC X(132).
000720
000730 FD  INVENTORY-REPORT
000740     RECORDING MODE IS F.
000750 01  INV-LINE                       PIC X(132).
000760
000770 WORKING-STORAGE SECTION.
000780*---------------------------------------------------------------
000790* SWITCHES
000800*---------------------------------------------------------------
000810 01  WS-SWITCHES.
000820     05 WS-TRANS-EOF-SWITCH          PIC X(01) VALUE 'N'.
000830         88 WS-END-OF-TRANS                    VALUE 'Y'.
000840     05 WS-POOL-EOF-SWITCH           PIC X(01) VALUE 'N'.
000850         88 WS-END-OF-POOL                     VALUE 'Y'.
000860     05 WS-CTL-EOF-SWITCH            PIC X(01) VALUE 'N'.
000870         88 WS-END-OF-CONTROL                  VALUE 'Y'.
000880     05 WS-LOW-STOCK-SWITCH          PIC X(01) VALUE 'N'.
000890         88 WS-LOW-STOCK                       VALUE 'Y'.
000900     05 WS-LT-FULL-SWITCH            PIC X(01) VALUE 'N'.
000910         88 WS-LT-TABLE-FULL                   VALUE 'Y'.
000920
000930*---------------------------------------------------------------
000940* COUNTERS
000950*---------------------------------------------------------------
000960 01  WS-COUNTERS.
000970     05 WS-TRANS-READ                PIC 9(07) COMP VALUE 0.
000980     05 WS-ADDS-APPLIED              PIC 9(07) COMP VALUE 0.
000990     05 WS-RETIRES-APPLIED           PIC 9(07) COMP VALUE 0.
001000     05 WS-MOVES-APPLIED             PIC 9(07) COMP VALUE 0.
001010     05 WS-REINSTATES-APPLIED        PIC 9(07) COMP VALUE 0.
001020     05 WS-TRANS-REJECTED            PIC 9(07) COMP VALUE 0.
001030     05 WS-LOBBIES-LOW               PIC 9(07) COMP VALUE 0.
001040
001050*---------------------------------------------------------------
001060* INVENTORY BY LOCATION - KEPT IN LOCATION-CODE ORDER AS
001070* ENTRIES ARE ADDED, SO THE REPORT NEEDS NO SORT. THE MINIMUM
001080* COMES FROM THE LOBBY'S BDGCTL RECORD WHEN IT HAS ONE.
001090*---------------------------------------------------------------
001100 01  WS-LOCATION-TABLE.
001110     05 WS-LOCATION-COUNT            PIC 9(03) COMP VALUE 0.
001120     05 WS-LOCATION-ENTRY OCCURS 40 TIMES.
001130         10 WS-LT-LOCATION           PIC X(01).
001140         10 WS-LT-FREE               PIC 9(05) COMP.
001150         10 WS-LT-IN-USE             PIC 9(05) COMP.
001160         10 WS-LT-WRITTEN-OFF        PIC 9(05) COMP.
001170         10 WS-LT-MIN-FREE           PIC 9(05) COMP.
001180         10 WS-LT-MIN-SWITCH         PIC X(01).
001190             88 WS-LT-HAS-MINIMUM              VALUE 'Y'.
001200
001210 01  WS-INVENTORY-TOTALS.
001220     05 WS-IT-FREE                   PIC 9(07) COMP VALUE 0.
001230     05 WS-IT-IN-USE                 PIC 9(07) COMP VALUE 0.
001240     05 WS-IT-WRITTEN-OFF            PIC 9(07) COMP VALUE 0.
001250
001260*---------------------------------------------------------------
001270* WORK AREAS
001280*---------------------------------------------------------------
001290 01  WS-LT-INDEX                     PIC 9(03) COMP VALUE 0.
001300 01  WS-LT-SLOT                      PIC 9(03) COMP VALUE 0.
001310 01  WS-LT-INSERT                    PIC 9(03) COMP VALUE 0.
001320
001330 01  WS-WORK-LOCATION                PIC X(01) VALUE SPACE.
001340
001350 01  WS-BEFORE-IMAGE.
001360     05 WS-BEFORE-STATUS             PIC X(01).
001370     05 WS-BEFORE-LOCATION           PIC X(01).
001380
001390 01  WS-REJECT-REASON                PIC X(30) VALUE SPACES.
001400
001410 01  WS-TOTAL-LABEL                  PIC X(25) VALUE SPACES.
001420
001430 01  WS-BDGPOOL-STATUS               PIC X(02) VALUE SPACES.
001440 01  WS-BDGCTL-STATUS                PIC X(02) VALUE SPACES.
001450
001451 01  WS-RUN-OPERATOR.
001452     05 WS-OPERATOR-ID               PIC X(08) VALUE SPACES.
001453     05 WS-OPERATOR-NAME             PIC X(30) VALUE SPACES.
001454
001455 01  WS-OPERMAST-STATUS              PIC X(02) VALUE SPACES.
001456
001460 01  WS-RUN-DATE                     PIC 9(08).
001470
001480 01  WS-EDIT-FIELDS.
001490     05 WS-EDIT-COUNT                PIC ZZZ,ZZ9.
001500     05 WS-EDIT-DATE                 PIC 9999/99/99.
001510     05 WS-EDIT-MINIMUM              PIC ZZZ,ZZ9.
001520
001530*---------------------------------------------------------------
001540* INVENTORY REPORT LINES
001550*---------------------------------------------------------------
001560 01  WS-INV-DETAIL.
001570     05 FILLER                       PIC X(02) VALUE SPACES.
001580     05 WS-IV-LOCATION               PIC X(03).
001590     05 FILLER                       PIC X(04) VALUE SPACES.
001600     05 WS-IV-FREE                   PIC ZZZ,ZZ9.
001610     05 FILLER                       PIC X(03) VALUE SPACES.
001620     05 WS-IV-IN-USE                 PIC ZZZ,ZZ9.
001630     05 FILLER                       PIC X(03) VALUE SPACES.
001640     05 WS-IV-WRITTEN-OFF            PIC ZZZ,ZZ9.
001650     05 FILLER                       PIC X(03) VALUE SPACES.
001660     05 WS-IV-TOTAL                  PIC ZZZ,ZZ9.
001670     05 FILLER                       PIC X(03) VALUE SPACES.
001680     05 WS-IV-MINIMUM                PIC X(07).
001690     05 FILLER                       PIC X(03) VALUE SPACES.
001700     05 WS-IV-NOTE                   PIC X(32).
001710
001720 01  WS-INV-HEADER.
001730     05 FILLER                       PIC X(09) VALUE
001740        '  LOC    '.
001750     05 FILLER                       PIC X(10) VALUE
001760        '   FREE   '.
001770     05 FILLER                       PIC X(10) VALUE
001780        ' IN USE   '.
001790     05 FILLER                       PIC X(10) VALUE
001800        ' WR-OFF   '.
001810     05 FILLER                       PIC X(10) VALUE
001820        '  TOTAL   '.
001830     05 FILLER                       PIC X(07) VALUE
001840        'MINIMUM'.
001850
001852*===============================================================
001854* LINKAGE SECTION - OPERATOR ID ARRIVES VIA THE EXEC PARM
001856*===============================================================
001858 LINKAGE SECTION.
001860 01  DL-PARM-AREA.
001862     05 DL-PARM-LENGTH                PIC S9(4) COMP.
001864     05 DL-OPERATOR-ID                PIC X(08).
001866
001868 PROCEDURE DIVISION USING DL-PARM-AREA.
001870*===============================================================
001880* 0000-MAINLINE
001890*===============================================================
001900 0000-MAINLINE.
001910     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001920     PERFORM 2000-PROCESS-TRANS THRU 2000-EXIT
001930         UNTIL WS-END-OF-TRANS.
001940     PERFORM 6000-TAKE-INVENTORY THRU 6000-EXIT.
001950     PERFORM 7000-WRITE-INVENTORY THRU 7000-EXIT.
001960     PERFORM 9000-TERMINATE THRU 9000-EXIT.
001970     IF WS-TRANS-REJECTED > 0
001980        OR WS-LOW-STOCK
001990         MOVE 4 TO RETURN-CODE
002000     END-IF.
002010     STOP RUN.
002020
002030*===============================================================
002040* 1000-INITIALIZE - OPEN FILES, LOAD MINIMUMS, PRIME READ
002050*===============================================================
002060 1000-INITIALIZE.
002070     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
002075     PERFORM 1050-VALIDATE-OPERATOR THRU 1050-EXIT.
002080     OPEN INPUT TRANSACTION-FILE.
002090     OPEN OUTPUT AUDIT-REPORT.
002100     OPEN OUTPUT INVENTORY-REPORT.
002110     OPEN I-O BADGE-POOL.
002120     IF WS-BDGPOOL-STATUS NOT = '00'
002130         DISPLAY 'BDGU0001 BADGE POOL OPEN FAILED, STATUS '
002140                 WS-BDGPOOL-STATUS
002150         MOVE 16 TO RETURN-CODE
002160         STOP RUN
002170     END-IF.
002180     PERFORM 1100-WRITE-AUDIT-HEADINGS THRU 1100-EXIT.
002190     PERFORM 1200-LOAD-MINIMUMS THRU 1200-EXIT.
002200     PERFORM 8000-READ-TRANSACTION THRU 8000-EXIT.
002210 1000-EXIT.
002220     EXIT.
002230
002231*===============================================================
002232* 1050-VALIDATE-OPERATOR - WHO IS RUNNING THIS JOB
002233* THE PARM OPERATOR MUST BE ON THE OPERATOR MASTER, ACTIVE,
002234* AND HOLD THE RECEPTION ROLE OR BE AN ADMINISTRATOR.
002235* ANYTHING ELSE STOPS THE RUN BEFORE A FILE IS OPENED.
002236*===============================================================
002237 1050-VALIDATE-OPERATOR.
002238     IF DL-PARM-LENGTH < 8
002239        OR DL-OPERATOR-ID = SPACES
002240         DISPLAY 'BDGU0006 OPERATOR ID PARM MISSING'
002241         MOVE 16 TO RETURN-CODE
002242         STOP RUN
002243     END-IF.
002244     MOVE DL-OPERATOR-ID TO WS-OPERATOR-ID.
002245     OPEN INPUT OPERATOR-MASTER.
002246     IF WS-OPERMAST-STATUS NOT = '00'
002247         DISPLAY 'BDGU0007 OPERATOR MASTER OPEN FAILED, STATUS '
002248                 WS-OPERMAST-STATUS
002249         MOVE 16 TO RETURN-CODE
002250         STOP RUN
002251     END-IF.
002252     MOVE WS-OPERATOR-ID TO OP-OPERATOR-ID.
002253     READ OPERATOR-MASTER
002254         INVALID KEY
002255             DISPLAY 'BDGU0008 OPERATOR ' WS-OPERATOR-ID
002256                     ' NOT ON THE OPERATOR MASTER'
002257             MOVE 16 TO RETURN-CODE
002258             STOP RUN
002259     END-READ.
002260     IF NOT OP-ACTIVE
002261         DISPLAY 'BDGU0009 OPERATOR ' WS-OPERATOR-ID
002262                 ' IS INACTIVE'
002263         MOVE 16 TO RETURN-CODE
002264         STOP RUN
002265     END-IF.
002266     IF NOT OP-ROLE-RECEPTION
002267        AND NOT OP-ROLE-ADMINISTRATOR
002268         DISPLAY 'BDGU0010 OPERATOR ' WS-OPERATOR-ID
002269                 ' ROLE ' OP-ROLE
002270                 ' MAY NOT MAINTAIN THE BADGE POOL'
002271         MOVE 16 TO RETURN-CODE
002272         STOP RUN
002273     END-IF.
002274     MOVE OP-NAME TO WS-OPERATOR-NAME.
002275     CLOSE OPERATOR-MASTER.
002276 1050-EXIT.
002277     EXIT.
002278
002279*===============================================================
002280* 1100-WRITE-AUDIT-HEADINGS - DATE-STAMPED LISTING TITLE
002281*===============================================================
002282 1100-WRITE-AUDIT-HEADINGS.
002283     MOVE WS-RUN-DATE TO WS-EDIT-DATE.
002290     MOVE SPACES TO AUDIT-LINE.
002300     STRING 'BADGE POOL CHANGE-AUDIT LISTING'
002310                            DELIMITED BY SIZE
002320            '   RUN DATE: ' DELIMITED BY SIZE
002330            WS-EDIT-DATE    DELIMITED BY SIZE
002340       INTO AUDIT-LINE.
002350     WRITE AUDIT-LINE.
002351     MOVE SPACES TO AUDIT-LINE.
002352     STRING 'RUN BY OPERATOR: ' DELIMITED BY SIZE
002353            WS-OPERATOR-ID      DELIMITED BY SIZE
002354            '  '                DELIMITED BY SIZE
002355            WS-OPERATOR-NAME    DELIMITED BY SIZE
002356       INTO AUDIT-LINE.
002357     WRITE AUDIT-LINE.
002360     MOVE SPACES TO AUDIT-LINE.
002370     WRITE AUDIT-LINE.
002380 1100-EXIT.
002390     EXIT.
002400
002410*===============================================================
002420* 1200-LOAD-MINIMUMS - ONE BDGCTL RECORD PER LOBBY
002430* THE CONTROL FILE IS OPTIONAL - WITHOUT IT THE INVENTORY
002440* STILL PRINTS, BUT NO LOBBY CAN BE FLAGGED LOW.
002450*===============================================================
002460 1200-LOAD-MINIMUMS.
002470     OPEN INPUT BADGE-CONTROL.
002480     IF WS-BDGCTL-STATUS NOT = '00'
002490         DISPLAY 'BDGU0002 BDGCTL NOT AVAILABLE, STATUS '
002500                 WS-BDGCTL-STATUS ' - NO MINIMUMS CHECKED'
002510         GO TO 1200-EXIT
002520     END-IF.
002530     PERFORM 1250-READ-CONTROL THRU 1250-EXIT.
002540     PERFORM 1300-LOAD-ONE-MINIMUM THRU 1300-EXIT
002550         UNTIL WS-END-OF-CONTROL.
002560     CLOSE BADGE-CONTROL.
002570 1200-EXIT.
002580     EXIT.
002590
002600 1250-READ-CONTROL.
002610     READ BADGE-CONTROL
002620         AT END
002630             SET WS-END-OF-CONTROL TO TRUE
002640     END-READ.
002650 1250-EXIT.
002660     EXIT.
002670
002680 1300-LOAD-ONE-MINIMUM.
002690     IF BK-MIN-FREE NOT NUMERIC
002700         DISPLAY 'BDGU0003 BDGCTL MINIMUM NOT NUMERIC FOR '
002710                 'LOCATION ' BK-LOCATION-CODE ' - IGNORED'
002720         GO TO 1300-READ-NEXT
002730     END-IF.
002740     MOVE BK-LOCATION-CODE TO WS-WORK-LOCATION.
002750     PERFORM 4500-FIND-LOCATION THRU 4500-EXIT.
002760     IF WS-LT-SLOT > 0
002770         MOVE BK-MIN-FREE TO WS-LT-MIN-FREE(WS-LT-SLOT)
002780         MOVE 'Y' TO WS-LT-MIN-SWITCH(WS-LT-SLOT)
002790     END-IF.
002800 1300-READ-NEXT.
002810     PERFORM 1250-READ-CONTROL THRU 1250-EXIT.
002820 1300-EXIT.
002830     EXIT.
002840
002850*===============================================================
002860* 2000-PROCESS-TRANS - ROUTE ONE TRANSACTION BY ITS CODE
002870*===============================================================
002880 2000-PROCESS-TRANS.
002890     ADD 1 TO WS-TRANS-READ.
002900     IF BT-BADGE-NUMBER = SPACES
002910         MOVE 'NO BADGE NUMBER KEYED' TO WS-REJECT-REASON
002920         PERFORM 5100-WRITE-AUDIT-REJECT THRU 5100-EXIT
002930         GO TO 2000-READ-NEXT
002940     END-IF.
002950     EVALUATE TRUE
002960         WHEN BT-ADD
002970             PERFORM 3000-APPLY-ADD THRU 3000-EXIT
002980         WHEN BT-RETIRE
002990             PERFORM 3100-APPLY-RETIRE THRU 3100-EXIT
003000         WHEN BT-MOVE
003010             PERFORM 3200-APPLY-MOVE THRU 3200-EXIT
003020         WHEN BT-REINSTATE
003030             PERFORM 3300-APPLY-REINSTATE THRU 3300-EXIT
003040         WHEN OTHER
003050             MOVE 'INVALID TRANSACTION CODE' TO WS-REJECT-REASON
003060             PERFORM 5100-WRITE-AUDIT-REJECT THRU 5100-EXIT
003070     END-EVALUATE.
003080 2000-READ-NEXT.
003090     PERFORM 8000-READ-TRANSACTION THRU 8000-EXIT.
003100 2000-EXIT.
003110     EXIT.
003120
003130*===============================================================
003140* 3000-APPLY-ADD - NEW CARD STOCK GOES INTO THE POOL FREE
003150*===============================================================
003160 3000-APPLY-ADD.
003170     MOVE BT-BADGE-NUMBER TO BP-BADGE-NUMBER.
003180     READ BADGE-POOL
003190         INVALID KEY
003200             CONTINUE
003210         NOT INVALID KEY
003220             MOVE 'ADD - BADGE ALREADY IN POOL'
003230               TO WS-REJECT-REASON
003240             PERFORM 5100-WRITE-AUDIT-REJECT THRU 5100-EXIT
003250             GO TO 3000-EXIT
003260     END-READ.
003270     MOVE SPACES           TO WS-BEFORE-IMAGE.
003280     MOVE BT-BADGE-NUMBER  TO BP-BADGE-NUMBER.
003290     SET BP-FREE           TO TRUE.
003300     MOVE ZEROS            TO BP-ASSIGN-DATE.
003310     MOVE SPACES           TO BP-DEPT-CODE.
003320     MOVE BT-LOCATION-CODE TO BP-LOCATION-CODE.
003330     WRITE BADGE-POOL-RECORD
003340         INVALID KEY
003350             MOVE 'POOL WRITE FAILED' TO WS-REJECT-REASON
003360             PERFORM 5100-WRITE-AUDIT-REJECT THRU 5100-EXIT
003370             GO TO 3000-EXIT
003380     END-WRITE.
003390     ADD 1 TO WS-ADDS-APPLIED.
003400     PERFORM 5000-WRITE-AUDIT-APPLIED THRU 5000-EXIT.
003410 3000-EXIT.
003420     EXIT.
003430
003440*===============================================================
003450* 3100-APPLY-RETIRE - A FREE OR WRITTEN-OFF CARD LEAVES THE POOL
003460* AN IN-USE CARD IS IN A VISITOR'S HAND - IT MUST COME BACK
003470* THROUGH BDGRELSE (OR BE WRITTEN OFF) BEFORE IT CAN RETIRE.
003480*===============================================================
003490 3100-APPLY-RETIRE.
003500     PERFORM 4000-READ-POOL-ENTRY THRU 4000-EXIT.
003510     IF WS-REJECT-REASON NOT = SPACES
003520         GO TO 3100-EXIT
003530     END-IF.
003540     IF BP-IN-USE
003550         MOVE 'RETIRE - BADGE IS IN USE' TO WS-REJECT-REASON
003560         PERFORM 5100-WRITE-AUDIT-REJECT THRU 5100-EXIT
003570         GO TO 3100-EXIT
003580     END-IF.
003590     DELETE BADGE-POOL
003600         INVALID KEY
003610             MOVE 'POOL DELETE FAILED' TO WS-REJECT-REASON
003620             PERFORM 5100-WRITE-AUDIT-REJECT THRU 5100-EXIT
003630             GO TO 3100-EXIT
003640     END-DELETE.
003650     ADD 1 TO WS-RETIRES-APPLIED.
003660     PERFORM 5000-WRITE-AUDIT-APPLIED THRU 5000-EXIT.
003670 3100-EXIT.
003680     EXIT.
003690
003700*===============================================================
003710* 3200-APPLY-MOVE - RE-SITE A CARD TO ANOTHER LOBBY'S RANGE
003720* A WRITTEN-OFF NUMBER MAY MOVE TOO, SO ITS REPLACEMENT CARD
003730* IS REINSTATED WHERE IT IS NEEDED.
003740*===============================================================
003750 3200-APPLY-MOVE.
003760     PERFORM 4000-READ-POOL-ENTRY THRU 4000-EXIT.
003770     IF WS-REJECT-REASON NOT = SPACES
003780         GO TO 3200-EXIT
003790     END-IF.
003800     IF BP-IN-USE
003810         MOVE 'MOVE - BADGE IS IN USE' TO WS-REJECT-REASON
003820         PERFORM 5100-WRITE-AUDIT-REJECT THRU 5100-EXIT
003830         GO TO 3200-EXIT
003840     END-IF.
003850     IF BP-LOCATION-CODE = BT-LOCATION-CODE
003860         MOVE 'MOVE - ALREADY AT THAT LOCATION'
003870           TO WS-REJECT-REASON
003880         PERFORM 5100-WRITE-AUDIT-REJECT THRU 5100-EXIT
003890         GO TO 3200-EXIT
003900     END-IF.
003910     MOVE BT-LOCATION-CODE TO BP-LOCATION-CODE.
003920     REWRITE BADGE-POOL-RECORD
003930         INVALID KEY
003940             MOVE 'POOL REWRITE FAILED' TO WS-REJECT-REASON
003950             PERFORM 5100-WRITE-AUDIT-REJECT THRU 5100-EXIT
003960             GO TO 3200-EXIT
003970     END-REWRITE.
003980     ADD 1 TO WS-MOVES-APPLIED.
003990     PERFORM 5000-WRITE-AUDIT-APPLIED THRU 5000-EXIT.
004000 3200-EXIT.
004010     EXIT.
004020
004030*===============================================================
004040* 3300-APPLY-REINSTATE - A REPLACEMENT CARD FOR A WRITE-OFF
004050* ONLY A WRITTEN-OFF ('L') ENTRY QUALIFIES. THE CHARGED-OFF
004060* ASSIGNMENT IS CLEARED AND THE NUMBER GOES BACK ON THE FREE
004070* LIST IN THE SAME LOBBY'S RANGE.
004080*===============================================================
004090 3300-APPLY-REINSTATE.
004100     PERFORM 4000-READ-POOL-ENTRY THRU 4000-EXIT.
004110     IF WS-REJECT-REASON NOT = SPACES
004120         GO TO 3300-EXIT
004130     END-IF.
004140     IF NOT BP-WRITTEN-OFF
004150         MOVE 'REINSTATE - NOT WRITTEN OFF' TO WS-REJECT-REASON
004160         PERFORM 5100-WRITE-AUDIT-REJECT THRU 5100-EXIT
004170         GO TO 3300-EXIT
004180     END-IF.
004190     SET BP-FREE TO TRUE.
004200     MOVE ZEROS  TO BP-ASSIGN-DATE.
004210     MOVE SPACES TO BP-DEPT-CODE.
004220     REWRITE BADGE-POOL-RECORD
004230         INVALID KEY
004240             MOVE 'POOL REWRITE FAILED' TO WS-REJECT-REASON
004250             PERFORM 5100-WRITE-AUDIT-REJECT THRU 5100-EXIT
004260             GO TO 3300-EXIT
004270     END-REWRITE.
004280     ADD 1 TO WS-REINSTATES-APPLIED.
004290     PERFORM 5000-WRITE-AUDIT-APPLIED THRU 5000-EXIT.
004300 3300-EXIT.
004310     EXIT.
004320
004330*===============================================================
004340* 4000-READ-POOL-ENTRY - THE ENTRY MUST EXIST; SAVE ITS IMAGE
004350* LEAVES WS-REJECT-REASON NON-BLANK (REJECT ALREADY PRINTED)
004360* WHEN THE NUMBER IS NOT IN THE POOL.
004370*===============================================================
004380 4000-READ-POOL-ENTRY.
004390     MOVE SPACES TO WS-REJECT-REASON.
004400     MOVE BT-BADGE-NUMBER TO BP-BADGE-NUMBER.
004410     READ BADGE-POOL
004420         INVALID KEY
004430             MOVE 'BADGE NOT IN POOL' TO WS-REJECT-REASON
004440             PERFORM 5100-WRITE-AUDIT-REJECT THRU 5100-EXIT
004450             GO TO 4000-EXIT
004460     END-READ.
004470     MOVE BP-STATUS        TO WS-BEFORE-STATUS.
004480     MOVE BP-LOCATION-CODE TO WS-BEFORE-LOCATION.
004490 4000-EXIT.
004500     EXIT.
004510
004520*===============================================================
004530* 4500-FIND-LOCATION - SLOT FOR WS-WORK-LOCATION, ADDED IN
004540* LOCATION ORDER WHEN NEW. WS-LT-SLOT STAYS ZERO ONLY WHEN THE
004550* TABLE IS FULL.
004560*===============================================================
004570 4500-FIND-LOCATION.
004580     MOVE 0 TO WS-LT-SLOT.
004590     MOVE 0 TO WS-LT-INSERT.
004600     PERFORM 4550-CHECK-ONE-LOCATION THRU 4550-EXIT
004610         VARYING WS-LT-INDEX FROM 1 BY 1
004620         UNTIL WS-LT-INDEX > WS-LOCATION-COUNT
004630            OR WS-LT-SLOT > 0
004640            OR WS-LT-INSERT > 0.
004650     IF WS-LT-SLOT > 0
004660         GO TO 4500-EXIT
004670     END-IF.
004680     IF WS-LOCATION-COUNT >= 40
004690         IF NOT WS-LT-TABLE-FULL
004700             DISPLAY 'BDGU0004 LOCATION TABLE FULL AT 40 '
004710                     '- INVENTORY IS INCOMPLETE'
004720             SET WS-LT-TABLE-FULL TO TRUE
004730         END-IF
004740         GO TO 4500-EXIT
004750     END-IF.
004760     IF WS-LT-INSERT = 0
004770         COMPUTE WS-LT-INSERT = WS-LOCATION-COUNT + 1
004780     END-IF.
004790     PERFORM 4570-SHIFT-ONE-LOCATION THRU 4570-EXIT
004800         VARYING WS-LT-INDEX FROM WS-LOCATION-COUNT BY -1
004810         UNTIL WS-LT-INDEX < WS-LT-INSERT.
004820     ADD 1 TO WS-LOCATION-COUNT.
004830     MOVE WS-LT-INSERT     TO WS-LT-SLOT.
004840     MOVE WS-WORK-LOCATION TO WS-LT-LOCATION(WS-LT-SLOT).
004850     MOVE 0                TO WS-LT-FREE(WS-LT-SLOT).
004860     MOVE 0                TO WS-LT-IN-USE(WS-LT-SLOT).
004870     MOVE 0                TO WS-LT-WRITTEN-OFF(WS-LT-SLOT).
004880     MOVE 0                TO WS-LT-MIN-FREE(WS-LT-SLOT).
004890     MOVE 'N'              TO WS-LT-MIN-SWITCH(WS-LT-SLOT).
004900 4500-EXIT.
004910     EXIT.
004920
004930 4550-CHECK-ONE-LOCATION.
004940     IF WS-LT-LOCATION(WS-LT-INDEX) = WS-WORK-LOCATION
004950         MOVE WS-LT-INDEX TO WS-LT-SLOT
004960     ELSE
004970         IF WS-LT-LOCATION(WS-LT-INDEX) > WS-WORK-LOCATION
004980             MOVE WS-LT-INDEX TO WS-LT-INSERT
004990         END-IF
005000     END-IF.
005010 4550-EXIT.
005020     EXIT.
005030
005040 4570-SHIFT-ONE-LOCATION.
005050     MOVE WS-LOCATION-ENTRY(WS-LT-INDEX)
005060       TO WS-LOCATION-ENTRY(WS-LT-INDEX + 1).
005070 4570-EXIT.
005080     EXIT.
005090
005100*===============================================================
005110* 5000-WRITE-AUDIT-APPLIED - BEFORE/AFTER LINE FOR ONE CHANGE
005120* STATUS AND LOCATION ARE THE POOL'S OWN CODES (F/U/L; SPACE
005130* LOCATION = ANY SITE).
005140*===============================================================
005150 5000-WRITE-AUDIT-APPLIED.
005160     MOVE SPACES TO AUDIT-LINE.
005170     EVALUATE TRUE
005180         WHEN BT-ADD
005190             STRING BT-TRANS-CODE     DELIMITED BY SIZE
005200                    ' '               DELIMITED BY SIZE
005210                    BT-BADGE-NUMBER   DELIMITED BY SIZE
005220                    '  BEFORE *NEW*           AFTER STATUS '
005230                                      DELIMITED BY SIZE
005240                    BP-STATUS         DELIMITED BY SIZE
005250                    ' LOC '           DELIMITED BY SIZE
005260                    BP-LOCATION-CODE  DELIMITED BY SIZE
005270               INTO AUDIT-LINE
005280         WHEN BT-RETIRE
005290             STRING BT-TRANS-CODE     DELIMITED BY SIZE
005300                    ' '               DELIMITED BY SIZE
005310                    BT-BADGE-NUMBER   DELIMITED BY SIZE
005320                    '  BEFORE STATUS '
005330                                      DELIMITED BY SIZE
005340                    WS-BEFORE-STATUS  DELIMITED BY SIZE
005350                    ' LOC '           DELIMITED BY SIZE
005360                    WS-BEFORE-LOCATION DELIMITED BY SIZE
005370                    '  AFTER *RETIRED*' DELIMITED BY SIZE
005380               INTO AUDIT-LINE
005390         WHEN OTHER
005400             STRING BT-TRANS-CODE     DELIMITED BY SIZE
005410                    ' '               DELIMITED BY SIZE
005420                    BT-BADGE-NUMBER   DELIMITED BY SIZE
005430                    '  BEFORE STATUS '
005440                                      DELIMITED BY SIZE
005450                    WS-BEFORE-STATUS  DELIMITED BY SIZE
005460                    ' LOC '           DELIMITED BY SIZE
005470                    WS-BEFORE-LOCATION DELIMITED BY SIZE
005480                    '  AFTER STATUS ' DELIMITED BY SIZE
005490                    BP-STATUS         DELIMITED BY SIZE
005500                    ' LOC '           DELIMITED BY SIZE
005510                    BP-LOCATION-CODE  DELIMITED BY SIZE
005520               INTO AUDIT-LINE
005530     END-EVALUATE.
005540     WRITE AUDIT-LINE.
005550 5000-EXIT.
005560     EXIT.
005570
005580*===============================================================
005590* 5100-WRITE-AUDIT-REJECT - ONE REJECTED-TRANSACTION LINE
005600*===============================================================
005610 5100-WRITE-AUDIT-REJECT.
005620     ADD 1 TO WS-TRANS-REJECTED.
005630     MOVE SPACES TO AUDIT-LINE.
005640     STRING BT-TRANS-CODE    DELIMITED BY SIZE
005650            ' '              DELIMITED BY SIZE
005660            BT-BADGE-NUMBER  DELIMITED BY SIZE
005670            ' REJECTED - '   DELIMITED BY SIZE
005680            WS-REJECT-REASON DELIMITED BY SIZE
005690       INTO AUDIT-LINE.
005700     WRITE AUDIT-LINE.
005710 5100-EXIT.
005720     EXIT.
005730
005740*===============================================================
005750* 5500-WRITE-AUDIT-TOTALS - CONTROL COUNTS FOR THE RUN
005760*===============================================================
005770 5500-WRITE-AUDIT-TOTALS.
005780     MOVE SPACES TO AUDIT-LINE.
005790     WRITE AUDIT-LINE.
005800     MOVE WS-TRANS-READ TO WS-EDIT-COUNT.
005810     MOVE 'TRANSACTIONS READ' TO WS-TOTAL-LABEL.
005820     PERFORM 5550-WRITE-ONE-TOTAL THRU 5550-EXIT.
005830     MOVE WS-ADDS-APPLIED TO WS-EDIT-COUNT.
005840     MOVE 'ADDS APPLIED' TO WS-TOTAL-LABEL.
005850     PERFORM 5550-WRITE-ONE-TOTAL THRU 5550-EXIT.
005860     MOVE WS-RETIRES-APPLIED TO WS-EDIT-COUNT.
005870     MOVE 'RETIRES APPLIED' TO WS-TOTAL-LABEL.
005880     PERFORM 5550-WRITE-ONE-TOTAL THRU 5550-EXIT.
005890     MOVE WS-MOVES-APPLIED TO WS-EDIT-COUNT.
005900     MOVE 'MOVES APPLIED' TO WS-TOTAL-LABEL.
005910     PERFORM 5550-WRITE-ONE-TOTAL THRU 5550-EXIT.
005920     MOVE WS-REINSTATES-APPLIED TO WS-EDIT-COUNT.
005930     MOVE 'REINSTATES APPLIED' TO WS-TOTAL-LABEL.
005940     PERFORM 5550-WRITE-ONE-TOTAL THRU 5550-EXIT.
005950     MOVE WS-TRANS-REJECTED TO WS-EDIT-COUNT.
005960     MOVE 'TRANSACTIONS REJECTED' TO WS-TOTAL-LABEL.
005970     PERFORM 5550-WRITE-ONE-TOTAL THRU 5550-EXIT.
005980 5500-EXIT.
005990     EXIT.
006000
006010*===============================================================
006020* 5550-WRITE-ONE-TOTAL - ONE LABELLED CONTROL-COUNT LINE
006030*===============================================================
006040 5550-WRITE-ONE-TOTAL.
006050     MOVE SPACES TO AUDIT-LINE.
006060     STRING WS-TOTAL-LABEL DELIMITED BY SIZE
006070            ' . . . . . '  DELIMITED BY SIZE
006080            WS-EDIT-COUNT  DELIMITED BY SIZE
006090       INTO AUDIT-LINE.
006100     WRITE AUDIT-LINE.
006110 5550-EXIT.
006120     EXIT.
006130
006140*===============================================================
006150* 6000-TAKE-INVENTORY - ONE PASS OVER THE POOL AFTER THE DAY'S
006160* TRANSACTIONS, COUNTED BY LOCATION AND STATUS
006170*===============================================================
006180 6000-TAKE-INVENTORY.
006190     MOVE LOW-VALUES TO BP-BADGE-NUMBER.
006200     START BADGE-POOL KEY >= BP-BADGE-NUMBER
006210         INVALID KEY
006220             SET WS-END-OF-POOL TO TRUE
006230     END-START.
006240     PERFORM 6050-READ-POOL-NEXT THRU 6050-EXIT.
006250     PERFORM 6100-COUNT-ONE-ENTRY THRU 6100-EXIT
006260         UNTIL WS-END-OF-POOL.
006270 6000-EXIT.
006280     EXIT.
006290
006300*===============================================================
006310* 6050-READ-POOL-NEXT - READ-AHEAD LOGIC FOR THE INVENTORY PASS
006320*===============================================================
006330 6050-READ-POOL-NEXT.
006340     IF WS-END-OF-POOL
006350         GO TO 6050-EXIT
006360     END-IF.
006370     READ BADGE-POOL NEXT RECORD
006380         AT END
006390             SET WS-END-OF-POOL TO TRUE
006400     END-READ.
006410 6050-EXIT.
006420     EXIT.
006430
006440 6100-COUNT-ONE-ENTRY.
006450     MOVE BP-LOCATION-CODE TO WS-WORK-LOCATION.
006460     PERFORM 4500-FIND-LOCATION THRU 4500-EXIT.
006470     IF WS-LT-SLOT = 0
006480         GO TO 6100-READ-NEXT
006490     END-IF.
006500     EVALUATE TRUE
006510         WHEN BP-FREE
006520             ADD 1 TO WS-LT-FREE(WS-LT-SLOT)
006530             ADD 1 TO WS-IT-FREE
006540         WHEN BP-IN-USE
006550             ADD 1 TO WS-LT-IN-USE(WS-LT-SLOT)
006560             ADD 1 TO WS-IT-IN-USE
006570         WHEN BP-WRITTEN-OFF
006580             ADD 1 TO WS-LT-WRITTEN-OFF(WS-LT-SLOT)
006590             ADD 1 TO WS-IT-WRITTEN-OFF
006600     END-EVALUATE.
006610 6100-READ-NEXT.
006620     PERFORM 6050-READ-POOL-NEXT THRU 6050-EXIT.
006630 6100-EXIT.
006640     EXIT.
006650
006660*===============================================================
006670* 7000-WRITE-INVENTORY - ONE LINE PER LOCATION, THEN THE TOTAL
006680*===============================================================
006690 7000-WRITE-INVENTORY.
006700     MOVE WS-RUN-DATE TO WS-EDIT-DATE.
006710     MOVE SPACES TO INV-LINE.
006720     STRING 'BADGE POOL DAILY INVENTORY BY LOCATION'
006730                            DELIMITED BY SIZE
006740            '   RUN DATE: ' DELIMITED BY SIZE
006750            WS-EDIT-DATE    DELIMITED BY SIZE
006760       INTO INV-LINE.
006770     WRITE INV-LINE.
006780     MOVE SPACES TO INV-LINE.
006790     WRITE INV-LINE.
006800     MOVE WS-INV-HEADER TO INV-LINE.
006810     WRITE INV-LINE.
006820     PERFORM 7100-WRITE-ONE-LOCATION THRU 7100-EXIT
006830         VARYING WS-LT-INDEX FROM 1 BY 1
006840         UNTIL WS-LT-INDEX > WS-LOCATION-COUNT.
006850     MOVE SPACES TO INV-LINE.
006860     WRITE INV-LINE.
006870     MOVE 'ALL'             TO WS-IV-LOCATION.
006880     MOVE WS-IT-FREE        TO WS-IV-FREE.
006890     MOVE WS-IT-IN-USE      TO WS-IV-IN-USE.
006900     MOVE WS-IT-WRITTEN-OFF TO WS-IV-WRITTEN-OFF.
006910     COMPUTE WS-IV-TOTAL = WS-IT-FREE + WS-IT-IN-USE
006920                         + WS-IT-WRITTEN-OFF.
006930     MOVE SPACES            TO WS-IV-MINIMUM.
006940     MOVE SPACES            TO WS-IV-NOTE.
006950     MOVE WS-INV-DETAIL     TO INV-LINE.
006960     WRITE INV-LINE.
006970     IF WS-LOBBIES-LOW > 0
006980         MOVE WS-LOBBIES-LOW TO WS-EDIT-COUNT
006990         MOVE SPACES TO INV-LINE
007000         STRING 'LOCATIONS BELOW MINIMUM - REORDER CARDS . . '
007010                                DELIMITED BY SIZE
007020                WS-EDIT-COUNT   DELIMITED BY SIZE
007030           INTO INV-LINE
007040         WRITE INV-LINE
007050     END-IF.
007060 7000-EXIT.
007070     EXIT.
007080
007090*===============================================================
007100* 7100-WRITE-ONE-LOCATION - COUNTS AND THE LOW-STOCK CHECK
007110* A SPACE LOCATION IS THE ANY-SITE RANGE AND PRINTS AS 'ANY'.
007120*===============================================================
007130 7100-WRITE-ONE-LOCATION.
007140     MOVE SPACES TO WS-IV-LOCATION.
007150     MOVE WS-LT-LOCATION(WS-LT-INDEX) TO WS-IV-LOCATION.
007160     IF WS-LT-LOCATION(WS-LT-INDEX) = SPACE
007170         MOVE 'ANY' TO WS-IV-LOCATION
007180     END-IF.
007190     MOVE WS-LT-FREE(WS-LT-INDEX)        TO WS-IV-FREE.
007200     MOVE WS-LT-IN-USE(WS-LT-INDEX)      TO WS-IV-IN-USE.
007210     MOVE WS-LT-WRITTEN-OFF(WS-LT-INDEX) TO WS-IV-WRITTEN-OFF.
007220     COMPUTE WS-IV-TOTAL = WS-LT-FREE(WS-LT-INDEX)
007230                         + WS-LT-IN-USE(WS-LT-INDEX)
007240                         + WS-LT-WRITTEN-OFF(WS-LT-INDEX).
007250     MOVE SPACES TO WS-IV-MINIMUM.
007260     MOVE SPACES TO WS-IV-NOTE.
007270     IF WS-LT-HAS-MINIMUM(WS-LT-INDEX)
007280         MOVE WS-LT-MIN-FREE(WS-LT-INDEX) TO WS-EDIT-MINIMUM
007290         MOVE WS-EDIT-MINIMUM TO WS-IV-MINIMUM
007300         IF WS-LT-FREE(WS-LT-INDEX) < WS-LT-MIN-FREE(WS-LT-INDEX)
007310             MOVE '*** BELOW MINIMUM - REORDER ***'
007320               TO WS-IV-NOTE
007330             ADD 1 TO WS-LOBBIES-LOW
007340             SET WS-LOW-STOCK TO TRUE
007350             DISPLAY 'BDGU0005 LOCATION ' WS-IV-LOCATION
007360                     ' FREE BADGES BELOW MINIMUM'
007370         END-IF
007380     END-IF.
007390     MOVE WS-INV-DETAIL TO INV-LINE.
007400     WRITE INV-LINE.
007410 7100-EXIT.
007420     EXIT.
007430
007440*===============================================================
007450* 8000-READ-TRANSACTION - READ-AHEAD LOGIC FOR BDGTRAN
007460*===============================================================
007470 8000-READ-TRANSACTION.
007480     READ TRANSACTION-FILE
007490         AT END
007500             SET WS-END-OF-TRANS TO TRUE
007510     END-READ.
007520 8000-EXIT.
007530     EXIT.
007540
007550*===============================================================
007560* 9000-TERMINATE - TOTALS AND CLOSE
007570*===============================================================
007580 9000-TERMINATE.
007590     PERFORM 5500-WRITE-AUDIT-TOTALS THRU 5500-EXIT.
007600     CLOSE TRANSACTION-FILE.
007610     CLOSE BADGE-POOL.
007620     CLOSE AUDIT-REPORT.
007630     CLOSE INVENTORY-REPORT.
007640 9000-EXIT.
007650     EXIT.
