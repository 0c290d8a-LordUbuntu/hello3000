000010*===============================================================
000020* PROGRAM-ID : RATUPDT
000030* AUTHOR     : J. BURGER
000040*===============================================================
000050* MODIFICATION HISTORY
000060* ----------------------------------------------------------------
000070* DATE       INIT  DESCRIPTION
000080* ---------- ----  -------------------------------------------
000090* 2026-10-14 JB    ORIGINAL PROGRAM - BATCH MAINTENANCE FOR
000100*                  ACCOUNTING'S EFFECTIVE-DATED CHARGE-RATE
000110*                  TABLE (COPYBOOK RATETBL). READS ADD/CHANGE/
000120*                  DELETE TRANSACTIONS (COPYBOOK RATTRAN) SO A
000130*                  NEW RATE CAN BE KEYED AHEAD OF THE MONTH IT
000140*                  TAKES EFFECT. A RATE TAKES EFFECT ON THE
000150*                  FIRST OF A MONTH. AN ADD FOR A PERSON TYPE
000160*                  AND DATE ALREADY ON FILE OVERLAPS AND IS
000170*                  REJECTED; SO IS ANY TRANSACTION WHOSE
000180*                  EFFECTIVE MONTH IS NOT LATER THAN THE LAST
000190*                  MONTH HELLOCHG JOURNALED TO GLJRNL, SINCE
000200*                  THAT MONTH HAS ALREADY BEEN BILLED. THE
000210*                  SURVIVING RATES GO TO A FRESH FILE IN TYPE/
000220*                  EFFECTIVE-DATE ORDER THAT THE JOB STREAM
000230*                  SWAPS IN OVER RATETBL. EVERY TRANSACTION,
000240*                  APPLIED OR REJECTED, PRINTS ON A CHANGE-
000250*                  AUDIT LISTING ACCOUNTING SIGNS OFF. RETURN
000260*                  CODE 4 WHEN ANY TRANSACTION REJECTED.
000261* 2026-10-14 JB    THE PARM NOW CARRIES THE SUBMITTING OPERATOR'S
000262*                  ID. THE RUN STOPS RC 16 BEFORE ANY FILE IS
000263*                  OPENED UNLESS THE OPERATOR IS ON THE NEW
000264*                  OPERATOR MASTER (COPYBOOK OPERMAST), ACTIVE,
000265*                  AND HOLDS THE ACCOUNTING ROLE (OR IS AN
000266*                  ADMINISTRATOR). THE OPERATOR PRINTS UNDER
000267*                  THE LISTING TITLE, SO EVERY CHANGE
000268*                  TRACES TO A PERSON.
000269* 2026-10-15 JB    ONLY A RATETBL NOT YET CREATED (STATUS 35)
000270*                  STARTS FROM AN EMPTY TABLE. ANY OTHER OPEN
000271*                  FAILURE - AN UNMIGRATED 6-BYTE FILE, SAY - NOW
000272*                  STOPS THE RUN RC 16 (RATU0009) SO THE JOB
000273*                  NEVER SWAPS IN A RATENEW HOLDING ONLY THIS
000274*                  RUN'S ADDS.
000275*===============================================================
000280 IDENTIFICATION DIVISION.
000290 PROGRAM-ID. RATUPDT.
000300 AUTHOR. J. BURGER.
000310 INSTALLATION. DATA PROCESSING.
000320 DATE-WRITTEN. 2026-10-14.
000330 DATE-COMPILED.
000340*===============================================================
000350* ENVIRONMENT DIVISION
000360*===============================================================
000370 ENVIRONMENT DIVISION.
000380 INPUT-OUTPUT SECTION.
000390 FILE-CONTROL.
000400     SELECT TRANSACTION-FILE ASSIGN TO RATTRAN
000410         ORGANIZATION IS SEQUENTIAL.
000420     SELECT RATE-TABLE ASSIGN TO RATETBL
000430         ORGANIZATION IS SEQUENTIAL
000440         FILE STATUS IS WS-RATETBL-STATUS.
000450     SELECT NEW-RATE-TABLE ASSIGN TO RATENEW
000460         ORGANIZATION IS SEQUENTIAL.
000470     SELECT GL-JOURNAL ASSIGN TO GLJRNL
000480         ORGANIZATION IS SEQUENTIAL
000490         FILE STATUS IS WS-GLJRNL-STATUS.
000491     SELECT OPERATOR-MASTER ASSIGN TO OPERMAST
000492         ORGANIZATION IS INDEXED
000493         ACCESS MODE IS RANDOM
000494         RECORD KEY IS OP-OPERATOR-ID
000495         FILE STATUS IS WS-OPERMAST-STATUS.
000500     SELECT AUDIT-REPORT ASSIGN TO AUDRPT
000510         ORGANIZATION IS SEQUENTIAL.
000520*===============================================================
000530* DATA DIVISION
000540*===============================================================
000550 DATA DIVISION.
000560 FILE SECTION.
000570 FD  TRANSACTION-FILE
000580     RECORDING MODE IS F.
000590     COPY RATTRAN.
000600
000610 FD  RATE-TABLE
000620     RECORDING MODE IS F.
000630     COPY RATETBL.
000640
000650 FD  NEW-RATE-TABLE
000660     RECORDING MODE IS F.
000670     COPY RATETBL
000680         REPLACING ==CHARGE-RATE-RECORD==
000690                BY ==NEW-RATE-RECORD==
000700                   LEADING ==RT== BY ==NR==.
000710
000720 FD  GL-JOURNAL
000730     RECORDING MODE IS F.
000740     COPY GLJRNL.
000750
000752 FD  OPERATOR-MASTER.
000754     COPY OPERMAST.
000756
000760 FD  AUDIT-REPORT
000770     RECORDING MODE IS F.
000780 01  AUDIT-LINE                     PIC X(132).
000790
000800 WORKING-STORAGE SECTION.
000810*---------------------------------------------------------------
000820* SWITCHES
000830*---------------------------------------------------------------
000840 01  WS-SWITCHES.
000850     05 WS-TRANS-EOF-SWITCH          PIC X(01) VALUE 'N'.
000860         88 WS-END-OF-TRANS                    VALUE 'Y'.
000870     05 WS-RATE-EOF-SWITCH           PIC X(01) VALUE 'N'.
000880         88 WS-END-OF-RATES                    VALUE 'Y'.
000890     05 WS-GLJRNL-EOF-SWITCH         PIC X(01) VALUE 'N'.
000900         88 WS-END-OF-GLJRNL                   VALUE 'Y'.
000910     05 WS-EDIT-OK-SWITCH            PIC X(01) VALUE 'Y'.
000920         88 WS-EDIT-OK                         VALUE 'Y'.
000930         88 WS-EDIT-FAILED                     VALUE 'N'.
000940     05 WS-ENTRY-FOUND-SWITCH        PIC X(01) VALUE 'N'.
000950         88 WS-ENTRY-FOUND                     VALUE 'Y'.
000960         88 WS-ENTRY-NOT-FOUND                 VALUE 'N'.
000970
000980*---------------------------------------------------------------
000990* COUNTERS
001000*---------------------------------------------------------------
001010 01  WS-COUNTERS.
001020     05 WS-TRANS-READ                PIC 9(07) COMP VALUE 0.
001030     05 WS-ADDS-APPLIED              PIC 9(07) COMP VALUE 0.
001040     05 WS-CHANGES-APPLIED           PIC 9(07) COMP VALUE 0.
001050     05 WS-DELETES-APPLIED           PIC 9(07) COMP VALUE 0.
001060     05 WS-TRANS-REJECTED            PIC 9(07) COMP VALUE 0.
001070     05 WS-ENTRIES-LOADED            PIC 9(07) COMP VALUE 0.
001080     05 WS-ENTRIES-WRITTEN           PIC 9(07) COMP VALUE 0.
001090
001100*---------------------------------------------------------------
001110* THE RATE TABLE, HELD IN PERSON-TYPE/EFFECTIVE-DATE ORDER SO
001120* THE NEW FILE GOES OUT SORTED. DELETED ENTRIES ARE FLAGGED
001130* AND DROPPED AT WRITE TIME.
001140*---------------------------------------------------------------
001150 01  WS-RATE-TABLE.
001160     05 WS-RATE-COUNT                PIC 9(04) COMP VALUE 0.
001170     05 WS-RATE-ENTRY OCCURS 300 TIMES.
001180         10 WS-RE-KEY.
001190             15 WS-RE-TYPE           PIC X(01).
001200             15 WS-RE-EFF-DATE       PIC 9(08).
001210         10 WS-RE-AMOUNT             PIC 9(03)V9(02).
001220         10 WS-RE-DELETED-FLAG       PIC X(01).
001230             88 WS-RE-DELETED                  VALUE 'Y'.
001240
001250 01  WS-RE-INDEX                     PIC 9(04) COMP VALUE 0.
001260 01  WS-RE-SLOT                      PIC 9(04) COMP VALUE 0.
001270
001280 01  WS-SEARCH-KEY.
001290     05 WS-SK-TYPE                   PIC X(01).
001300     05 WS-SK-EFF-DATE               PIC 9(08).
001310
001320*---------------------------------------------------------------
001330* WORK AREAS
001340*---------------------------------------------------------------
001350 01  WS-RATETBL-STATUS               PIC X(02) VALUE SPACES.
001360 01  WS-GLJRNL-STATUS                PIC X(02) VALUE SPACES.
001370
001380*---------------------------------------------------------------
001390* LAST MONTH (YYYYMM) HELLOCHG JOURNALED - ZERO WHEN THERE IS
001400* NO JOURNAL YET. NO RATE MAY BE ADDED, CHANGED OR DELETED
001410* WITH AN EFFECTIVE MONTH ON OR BEFORE IT.
001420*---------------------------------------------------------------
001430 01  WS-JOURNALED-PERIOD             PIC 9(06) VALUE 0.
001440
001450 01  WS-REJECT-REASON                PIC X(30) VALUE SPACES.
001460
001470 01  WS-CHECK-DATE.
001480     05 WS-CD-YYYYMM                 PIC 9(06).
001490     05 WS-CD-YYYYMM-PARTS REDEFINES WS-CD-YYYYMM.
001500         10 WS-CD-YYYY               PIC 9(04).
001510         10 WS-CD-MM                 PIC 9(02).
001520     05 WS-CD-DD                     PIC 9(02).
001530
001540 01  WS-OLD-AMOUNT                   PIC 9(03)V9(02) VALUE 0.
001550
001560 01  WS-TOTAL-LABEL                  PIC X(25) VALUE SPACES.
001570
001571 01  WS-RUN-OPERATOR.
001572     05 WS-OPERATOR-ID               PIC X(08) VALUE SPACES.
001573     05 WS-OPERATOR-NAME             PIC X(30) VALUE SPACES.
001574
001575 01  WS-OPERMAST-STATUS              PIC X(02) VALUE SPACES.
001576
001580 01  WS-RUN-DATE                     PIC 9(08).
001590
001600 01  WS-EDIT-FIELDS.
001610     05 WS-EDIT-COUNT                PIC ZZZ,ZZ9.
001620     05 WS-EDIT-DATE                 PIC 9999/99/99.
001630     05 WS-EDIT-EFF-DATE             PIC 9999/99/99.
001640     05 WS-EDIT-AMOUNT               PIC ZZ9.99.
001650     05 WS-EDIT-OLD-AMOUNT           PIC ZZ9.99.
001660
001662*===============================================================
001664* LINKAGE SECTION - OPERATOR ID ARRIVES VIA THE EXEC PARM
001666*===============================================================
001668 LINKAGE SECTION.
001670 01  DL-PARM-AREA.
001672     05 DL-PARM-LENGTH                PIC S9(4) COMP.
001674     05 DL-OPERATOR-ID                PIC X(08).
001676
001678 PROCEDURE DIVISION USING DL-PARM-AREA.
001680*===============================================================
001690* 0000-MAINLINE
001700*===============================================================
001710 0000-MAINLINE.
001720     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001730     PERFORM 2000-PROCESS-TRANS THRU 2000-EXIT
001740         UNTIL WS-END-OF-TRANS.
001750     PERFORM 7000-WRITE-NEW-FILE THRU 7000-EXIT.
001760     PERFORM 9000-TERMINATE THRU 9000-EXIT.
001770     IF WS-TRANS-REJECTED > 0
001780         MOVE 4 TO RETURN-CODE
001790     END-IF.
001800     STOP RUN.
001810
001820*===============================================================
001830* 1000-INITIALIZE - OPEN FILES, FIND THE JOURNALED MONTH,
001840* TABLE RATETBL, PRIME READ
001850*===============================================================
001860 1000-INITIALIZE.
001870     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
001875     PERFORM 1050-VALIDATE-OPERATOR THRU 1050-EXIT.
001880     OPEN INPUT TRANSACTION-FILE.
001890     OPEN OUTPUT AUDIT-REPORT.
001900     PERFORM 1200-FIND-JOURNALED-PERIOD THRU 1200-EXIT.
001910     PERFORM 1100-WRITE-AUDIT-HEADINGS THRU 1100-EXIT.
001920     PERFORM 1300-LOAD-RATES THRU 1300-EXIT.
001930     PERFORM 8000-READ-TRANSACTION THRU 8000-EXIT.
001940 1000-EXIT.
001950     EXIT.
001960
001961*===============================================================
001962* 1050-VALIDATE-OPERATOR - WHO IS RUNNING THIS JOB
001963* THE PARM OPERATOR MUST BE ON THE OPERATOR MASTER, ACTIVE,
001964* AND HOLD THE ACCOUNTING ROLE OR BE AN ADMINISTRATOR.
001965* ANYTHING ELSE STOPS THE RUN BEFORE A FILE IS OPENED.
001966*===============================================================
001967 1050-VALIDATE-OPERATOR.
001968     IF DL-PARM-LENGTH < 8
001969        OR DL-OPERATOR-ID = SPACES
001970         DISPLAY 'RATU0004 OPERATOR ID PARM MISSING'
001971         MOVE 16 TO RETURN-CODE
001972         STOP RUN
001973     END-IF.
001974     MOVE DL-OPERATOR-ID TO WS-OPERATOR-ID.
001975     OPEN INPUT OPERATOR-MASTER.
001976     IF WS-OPERMAST-STATUS NOT = '00'
001977         DISPLAY 'RATU0005 OPERATOR MASTER OPEN FAILED, STATUS '
001978                 WS-OPERMAST-STATUS
001979         MOVE 16 TO RETURN-CODE
001980         STOP RUN
001981     END-IF.
001982     MOVE WS-OPERATOR-ID TO OP-OPERATOR-ID.
001983     READ OPERATOR-MASTER
001984         INVALID KEY
001985             DISPLAY 'RATU0006 OPERATOR ' WS-OPERATOR-ID
001986                     ' NOT ON THE OPERATOR MASTER'
001987             MOVE 16 TO RETURN-CODE
001988             STOP RUN
001989     END-READ.
001990     IF NOT OP-ACTIVE
001991         DISPLAY 'RATU0007 OPERATOR ' WS-OPERATOR-ID
001992                 ' IS INACTIVE'
001993         MOVE 16 TO RETURN-CODE
001994         STOP RUN
001995     END-IF.
001996     IF NOT OP-ROLE-ACCOUNTING
001997        AND NOT OP-ROLE-ADMINISTRATOR
001998         DISPLAY 'RATU0008 OPERATOR ' WS-OPERATOR-ID
001999                 ' ROLE ' OP-ROLE
002000                 ' MAY NOT MAINTAIN CHARGE RATES'
002001         MOVE 16 TO RETURN-CODE
002002         STOP RUN
002003     END-IF.
002004     MOVE OP-NAME TO WS-OPERATOR-NAME.
002005     CLOSE OPERATOR-MASTER.
002006 1050-EXIT.
002007     EXIT.
002008
002009*===============================================================
002010* 1100-WRITE-AUDIT-HEADINGS - DATE-STAMPED LISTING TITLE
002011* THE JOURNALED MONTH PRINTS UNDER THE TITLE SO THE SIGNER
002012* CAN SEE WHY A BACKDATED ENTRY BOUNCED.
002013*===============================================================
002020 1100-WRITE-AUDIT-HEADINGS.
002030     MOVE WS-RUN-DATE TO WS-EDIT-DATE.
002040     MOVE SPACES TO AUDIT-LINE.
002050     STRING 'CHARGE-RATE CHANGE-AUDIT LISTING'
002060                            DELIMITED BY SIZE
002070            '   RUN DATE: ' DELIMITED BY SIZE
002080            WS-EDIT-DATE    DELIMITED BY SIZE
002090       INTO AUDIT-LINE.
002100     WRITE AUDIT-LINE.
002101     MOVE SPACES TO AUDIT-LINE.
002102     STRING 'RUN BY OPERATOR: ' DELIMITED BY SIZE
002103            WS-OPERATOR-ID      DELIMITED BY SIZE
002104            '  '                DELIMITED BY SIZE
002105            WS-OPERATOR-NAME    DELIMITED BY SIZE
002106       INTO AUDIT-LINE.
002107     WRITE AUDIT-LINE.
002110     MOVE SPACES TO AUDIT-LINE.
002120     IF WS-JOURNALED-PERIOD = 0
002130         MOVE 'LAST MONTH JOURNALED TO GL: NONE' TO AUDIT-LINE
002140     ELSE
002150         STRING 'LAST MONTH JOURNALED TO GL: '
002160                                    DELIMITED BY SIZE
002170                WS-JOURNALED-PERIOD DELIMITED BY SIZE
002180           INTO AUDIT-LINE
002190     END-IF.
002200     WRITE AUDIT-LINE.
002210     MOVE SPACES TO AUDIT-LINE.
002220     WRITE AUDIT-LINE.
002230 1100-EXIT.
002240     EXIT.
002250
002260*===============================================================
002270* 1200-FIND-JOURNALED-PERIOD - LATEST GJ-PERIOD ON GLJRNL
002280* GLJRNL IS OPTIONAL SO THE TABLE CAN BE SET UP BEFORE THE
002290* FIRST MONTH END; WITHOUT IT NO MONTH COUNTS AS JOURNALED.
002300*===============================================================
002310 1200-FIND-JOURNALED-PERIOD.
002320     OPEN INPUT GL-JOURNAL.
002330     IF WS-GLJRNL-STATUS NOT = '00'
002340         DISPLAY 'RATU0001 GLJRNL NOT AVAILABLE, STATUS '
002350                 WS-GLJRNL-STATUS ' - NO MONTH TREATED AS '
002360                 'JOURNALED'
002370         GO TO 1200-EXIT
002380     END-IF.
002390     PERFORM 1250-READ-JOURNAL THRU 1250-EXIT.
002400     PERFORM 1260-CHECK-ONE-PERIOD THRU 1260-EXIT
002410         UNTIL WS-END-OF-GLJRNL.
002420     CLOSE GL-JOURNAL.
002430 1200-EXIT.
002440     EXIT.
002450
002460 1250-READ-JOURNAL.
002470     READ GL-JOURNAL
002480         AT END
002490             SET WS-END-OF-GLJRNL TO TRUE
002500     END-READ.
002510 1250-EXIT.
002520     EXIT.
002530
002540 1260-CHECK-ONE-PERIOD.
002550     IF GJ-PERIOD IS NUMERIC
002560        AND GJ-PERIOD > WS-JOURNALED-PERIOD
002570         MOVE GJ-PERIOD TO WS-JOURNALED-PERIOD
002580     END-IF.
002590     PERFORM 1250-READ-JOURNAL THRU 1250-EXIT.
002600 1260-EXIT.
002610     EXIT.
002620
002630*===============================================================
002640* 1300-LOAD-RATES - TABLE THE CURRENT RATE FILE IN KEY ORDER
002650* RATETBL IS OPTIONAL SO THE VERY FIRST RUN CAN START FROM AN
002652* EMPTY FILE - BUT ONLY A FILE THAT IS NOT THERE (STATUS 35).
002654* ANY OTHER OPEN FAILURE STOPS THE RUN: CARRYING ON WITH AN
002656* EMPTY TABLE WOULD WRITE A RATENEW WITHOUT THE CURRENT RATES,
002658* AND THE JOB WOULD SWAP IT IN OVER THE LIVE FILE.
002660* A SECOND RECORD FOR THE SAME TYPE AND DATE IS
002670* AN OVERLAP THE OLD HAND-KEYED FILE COULD HOLD; THE FIRST
002680* ONE READ IS KEPT AND THE OTHER LISTED AND DROPPED.
002690*===============================================================
002700 1300-LOAD-RATES.
002710     OPEN INPUT RATE-TABLE.
002720     IF WS-RATETBL-STATUS = '35'
002730         GO TO 1300-EXIT
002740     END-IF.
002741     IF WS-RATETBL-STATUS NOT = '00'
002742         DISPLAY 'RATU0009 RATE TABLE OPEN FAILED, STATUS '
002743                 WS-RATETBL-STATUS
002744         MOVE 16 TO RETURN-CODE
002745         STOP RUN
002746     END-IF.
002750     PERFORM 1350-READ-RATE THRU 1350-EXIT.
002760     PERFORM 1360-TABLE-ONE-RATE THRU 1360-EXIT
002770         UNTIL WS-END-OF-RATES.
002780     CLOSE RATE-TABLE.
002790 1300-EXIT.
002800     EXIT.
002810
002820 1350-READ-RATE.
002830     READ RATE-TABLE
002840         AT END
002850             SET WS-END-OF-RATES TO TRUE
002860     END-READ.
002870 1350-EXIT.
002880     EXIT.
002890
002900 1360-TABLE-ONE-RATE.
002910     ADD 1 TO WS-ENTRIES-LOADED.
002920     MOVE RT-PERSON-TYPE    TO WS-SK-TYPE.
002930     MOVE RT-EFFECTIVE-DATE TO WS-SK-EFF-DATE.
002940     PERFORM 4000-FIND-RATE THRU 4000-EXIT.
002950     IF WS-ENTRY-FOUND
002960         MOVE RT-EFFECTIVE-DATE TO WS-EDIT-EFF-DATE
002970         DISPLAY 'RATU0002 DUPLICATE RATE DROPPED - TYPE '
002980                 RT-PERSON-TYPE ' EFFECTIVE ' WS-EDIT-EFF-DATE
002990         GO TO 1360-READ-NEXT
003000     END-IF.
003010     PERFORM 4100-INSERT-RATE THRU 4100-EXIT.
003020     MOVE RT-RATE-AMOUNT TO WS-RE-AMOUNT(WS-RE-SLOT).
003030 1360-READ-NEXT.
003040     PERFORM 1350-READ-RATE THRU 1350-EXIT.
003050 1360-EXIT.
003060     EXIT.
003070
003080*===============================================================
003090* 2000-PROCESS-TRANS - EDIT, THEN ROUTE ONE TRANSACTION
003100*===============================================================
003110 2000-PROCESS-TRANS.
003120     ADD 1 TO WS-TRANS-READ.
003130     PERFORM 2100-VALIDATE-RATE THRU 2100-EXIT.
003140     IF WS-EDIT-FAILED
003150         PERFORM 5100-WRITE-AUDIT-REJECT THRU 5100-EXIT
003160         GO TO 2000-READ-NEXT
003170     END-IF.
003180     MOVE RX-PERSON-TYPE    TO WS-SK-TYPE.
003190     MOVE RX-EFFECTIVE-DATE TO WS-SK-EFF-DATE.
003200     PERFORM 4000-FIND-RATE THRU 4000-EXIT.
003210     EVALUATE TRUE
003220         WHEN RX-ADD
003230             PERFORM 3000-APPLY-ADD THRU 3000-EXIT
003240         WHEN RX-CHANGE
003250             PERFORM 3100-APPLY-CHANGE THRU 3100-EXIT
003260         WHEN RX-DELETE
003270             PERFORM 3200-APPLY-DELETE THRU 3200-EXIT
003280     END-EVALUATE.
003290 2000-READ-NEXT.
003300     PERFORM 8000-READ-TRANSACTION THRU 8000-EXIT.
003310 2000-EXIT.
003320     EXIT.
003330
003340*===============================================================
003350* 2100-VALIDATE-RATE - CODE, TYPE, DATE, JOURNAL, AMOUNT
003360* FIRST FAILURE WINS - ONE REASON PER REJECT LINE. A RATE
003370* TAKES EFFECT ON THE FIRST OF A MONTH, BECAUSE HELLOCHG
003380* PRICES WHOLE MONTHS. A MONTH ALREADY ON GLJRNL HAS BEEN
003390* BILLED, SO NOTHING MAY TAKE EFFECT IN IT OR BEFORE IT.
003400*===============================================================
003410 2100-VALIDATE-RATE.
003420     SET WS-EDIT-OK TO TRUE.
003430     MOVE SPACES TO WS-REJECT-REASON.
003440     IF NOT RX-ADD AND NOT RX-CHANGE AND NOT RX-DELETE
003450         MOVE 'INVALID TRANSACTION CODE' TO WS-REJECT-REASON
003460         SET WS-EDIT-FAILED TO TRUE
003470         GO TO 2100-EXIT
003480     END-IF.
003490     IF NOT RX-VALID-TYPE
003500         MOVE 'INVALID PERSON TYPE' TO WS-REJECT-REASON
003510         SET WS-EDIT-FAILED TO TRUE
003520         GO TO 2100-EXIT
003530     END-IF.
003540     IF RX-EFFECTIVE-DATE NOT NUMERIC
003550         MOVE 'EFFECTIVE DATE NOT NUMERIC' TO WS-REJECT-REASON
003560         SET WS-EDIT-FAILED TO TRUE
003570         GO TO 2100-EXIT
003580     END-IF.
003590     MOVE RX-EFFECTIVE-DATE TO WS-CHECK-DATE.
003600     IF WS-CD-MM < 1 OR WS-CD-MM > 12
003610         MOVE 'EFFECTIVE MONTH INVALID' TO WS-REJECT-REASON
003620         SET WS-EDIT-FAILED TO TRUE
003630         GO TO 2100-EXIT
003640     END-IF.
003650     IF WS-CD-DD NOT = 1
003660         MOVE 'EFFECTIVE DAY MUST BE 01' TO WS-REJECT-REASON
003670         SET WS-EDIT-FAILED TO TRUE
003680         GO TO 2100-EXIT
003690     END-IF.
003700     IF WS-CD-YYYYMM NOT > WS-JOURNALED-PERIOD
003710         MOVE 'BACKDATED - MONTH JOURNALED' TO WS-REJECT-REASON
003720         SET WS-EDIT-FAILED TO TRUE
003730         GO TO 2100-EXIT
003740     END-IF.
003750     IF RX-DELETE
003760         GO TO 2100-EXIT
003770     END-IF.
003780     IF RX-RATE-AMOUNT NOT NUMERIC
003790         MOVE 'RATE AMOUNT NOT NUMERIC' TO WS-REJECT-REASON
003800         SET WS-EDIT-FAILED TO TRUE
003810     END-IF.
003820 2100-EXIT.
003830     EXIT.
003840
003850*===============================================================
003860* 3000-APPLY-ADD - A NEW RATE FOR A TYPE AND DATE NOT ON FILE
003870*===============================================================
003880 3000-APPLY-ADD.
003890     IF WS-ENTRY-FOUND
003900         MOVE 'OVERLAPS RATE ALREADY ON FILE' TO WS-REJECT-REASON
003910         PERFORM 5100-WRITE-AUDIT-REJECT THRU 5100-EXIT
003920         GO TO 3000-EXIT
003930     END-IF.
003940     PERFORM 4100-INSERT-RATE THRU 4100-EXIT.
003950     MOVE RX-RATE-AMOUNT TO WS-RE-AMOUNT(WS-RE-SLOT).
003960     ADD 1 TO WS-ADDS-APPLIED.
003970     PERFORM 5000-WRITE-AUDIT-APPLIED THRU 5000-EXIT.
003980 3000-EXIT.
003990     EXIT.
004000
004010*===============================================================
004020* 3100-APPLY-CHANGE - NEW AMOUNT ON A RATE NOT YET IN FORCE
004030*===============================================================
004040 3100-APPLY-CHANGE.
004050     IF WS-ENTRY-NOT-FOUND
004060         MOVE 'CHANGE - NO SUCH RATE' TO WS-REJECT-REASON
004070         PERFORM 5100-WRITE-AUDIT-REJECT THRU 5100-EXIT
004080         GO TO 3100-EXIT
004090     END-IF.
004100     MOVE WS-RE-AMOUNT(WS-RE-SLOT) TO WS-OLD-AMOUNT.
004110     MOVE RX-RATE-AMOUNT TO WS-RE-AMOUNT(WS-RE-SLOT).
004120     ADD 1 TO WS-CHANGES-APPLIED.
004130     PERFORM 5000-WRITE-AUDIT-APPLIED THRU 5000-EXIT.
004140 3100-EXIT.
004150     EXIT.
004160
004170*===============================================================
004180* 3200-APPLY-DELETE - WITHDRAW A RATE NOT YET IN FORCE
004190*===============================================================
004200 3200-APPLY-DELETE.
004210     IF WS-ENTRY-NOT-FOUND
004220         MOVE 'DELETE - NO SUCH RATE' TO WS-REJECT-REASON
004230         PERFORM 5100-WRITE-AUDIT-REJECT THRU 5100-EXIT
004240         GO TO 3200-EXIT
004250     END-IF.
004260     MOVE WS-RE-AMOUNT(WS-RE-SLOT) TO WS-OLD-AMOUNT.
004270     MOVE 'Y' TO WS-RE-DELETED-FLAG(WS-RE-SLOT).
004280     ADD 1 TO WS-DELETES-APPLIED.
004290     PERFORM 5000-WRITE-AUDIT-APPLIED THRU 5000-EXIT.
004300 3200-EXIT.
004310     EXIT.
004320
004330*===============================================================
004340* 4000-FIND-RATE - LOOK UP WS-SEARCH-KEY AMONG LIVE ENTRIES
004350* SETS WS-ENTRY-FOUND AND WS-RE-SLOT. A DELETED ENTRY DOES
004360* NOT COUNT, SO A DELETE AND RE-ADD IN ONE RUN WORKS.
004370*===============================================================
004380 4000-FIND-RATE.
004390     SET WS-ENTRY-NOT-FOUND TO TRUE.
004400     MOVE 0 TO WS-RE-SLOT.
004410     PERFORM 4050-CHECK-ONE-RATE THRU 4050-EXIT
004420         VARYING WS-RE-INDEX FROM 1 BY 1
004430         UNTIL WS-RE-INDEX > WS-RATE-COUNT
004440            OR WS-ENTRY-FOUND.
004450 4000-EXIT.
004460     EXIT.
004470
004480 4050-CHECK-ONE-RATE.
004490     IF WS-RE-KEY(WS-RE-INDEX) = WS-SEARCH-KEY
004500        AND NOT WS-RE-DELETED(WS-RE-INDEX)
004510         SET WS-ENTRY-FOUND TO TRUE
004520         MOVE WS-RE-INDEX TO WS-RE-SLOT
004530     END-IF.
004540 4050-EXIT.
004550     EXIT.
004560
004570*===============================================================
004580* 4100-INSERT-RATE - OPEN A SLOT FOR WS-SEARCH-KEY IN ORDER
004590* EVERYTHING FROM THE FIRST HIGHER KEY ON SHIFTS DOWN ONE.
004600* THE CALLER MOVES THE AMOUNT INTO WS-RE-SLOT.
004610*===============================================================
004620 4100-INSERT-RATE.
004630     IF WS-RATE-COUNT >= 300
004640         DISPLAY 'RATU0003 RATE TABLE FULL AT 300 ENTRIES'
004650         MOVE 16 TO RETURN-CODE
004660         STOP RUN
004670     END-IF.
004680     COMPUTE WS-RE-SLOT = WS-RATE-COUNT + 1.
004690     PERFORM 4150-FIND-SLOT THRU 4150-EXIT
004700         VARYING WS-RE-INDEX FROM 1 BY 1
004710         UNTIL WS-RE-INDEX > WS-RATE-COUNT
004720            OR WS-RE-SLOT NOT > WS-RATE-COUNT.
004730     PERFORM 4170-SHIFT-ONE-DOWN THRU 4170-EXIT
004740         VARYING WS-RE-INDEX FROM WS-RATE-COUNT BY -1
004750         UNTIL WS-RE-INDEX < WS-RE-SLOT.
004760     ADD 1 TO WS-RATE-COUNT.
004770     MOVE WS-SK-TYPE     TO WS-RE-TYPE(WS-RE-SLOT).
004780     MOVE WS-SK-EFF-DATE TO WS-RE-EFF-DATE(WS-RE-SLOT).
004790     MOVE 0              TO WS-RE-AMOUNT(WS-RE-SLOT).
004800     MOVE 'N'            TO WS-RE-DELETED-FLAG(WS-RE-SLOT).
004810 4100-EXIT.
004820     EXIT.
004830
004840 4150-FIND-SLOT.
004850     IF WS-RE-KEY(WS-RE-INDEX) > WS-SEARCH-KEY
004860         MOVE WS-RE-INDEX TO WS-RE-SLOT
004870     END-IF.
004880 4150-EXIT.
004890     EXIT.
004900
004910 4170-SHIFT-ONE-DOWN.
004920     MOVE WS-RATE-ENTRY(WS-RE-INDEX)
004930       TO WS-RATE-ENTRY(WS-RE-INDEX + 1).
004940 4170-EXIT.
004950     EXIT.
004960
004970*===============================================================
004980* 5000-WRITE-AUDIT-APPLIED - WHAT WENT ON THE FILE
004990* A CHANGE OR DELETE ALSO SHOWS THE AMOUNT IT REPLACED.
005000*===============================================================
005010 5000-WRITE-AUDIT-APPLIED.
005020     MOVE RX-EFFECTIVE-DATE TO WS-EDIT-EFF-DATE.
005030     MOVE SPACES TO AUDIT-LINE.
005040     IF RX-DELETE
005050         MOVE WS-OLD-AMOUNT TO WS-EDIT-AMOUNT
005060     ELSE
005070         MOVE RX-RATE-AMOUNT TO WS-EDIT-AMOUNT
005080     END-IF.
005090     STRING RX-TRANS-CODE    DELIMITED BY SIZE
005100            '  TYPE '        DELIMITED BY SIZE
005110            RX-PERSON-TYPE   DELIMITED BY SIZE
005120            '  EFFECTIVE '   DELIMITED BY SIZE
005130            WS-EDIT-EFF-DATE DELIMITED BY SIZE
005140            '  RATE '        DELIMITED BY SIZE
005150            WS-EDIT-AMOUNT   DELIMITED BY SIZE
005160       INTO AUDIT-LINE.
005170     WRITE AUDIT-LINE.
005180     IF RX-CHANGE
005190         MOVE WS-OLD-AMOUNT TO WS-EDIT-OLD-AMOUNT
005200         MOVE SPACES TO AUDIT-LINE
005210         STRING '   WAS '           DELIMITED BY SIZE
005220                WS-EDIT-OLD-AMOUNT  DELIMITED BY SIZE
005230           INTO AUDIT-LINE
005240         WRITE AUDIT-LINE
005250     END-IF.
005260 5000-EXIT.
005270     EXIT.
005280
005290*===============================================================
005300* 5100-WRITE-AUDIT-REJECT - BOUNCE IT BACK TO ACCOUNTING
005310*===============================================================
005320 5100-WRITE-AUDIT-REJECT.
005330     ADD 1 TO WS-TRANS-REJECTED.
005340     MOVE SPACES TO AUDIT-LINE.
005350     STRING RX-TRANS-CODE     DELIMITED BY SIZE
005360            '  TYPE '         DELIMITED BY SIZE
005370            RX-PERSON-TYPE    DELIMITED BY SIZE
005380            '  EFFECTIVE '    DELIMITED BY SIZE
005390            RX-EFFECTIVE-DATE DELIMITED BY SIZE
005400            ' REJECTED - '    DELIMITED BY SIZE
005410            WS-REJECT-REASON  DELIMITED BY SIZE
005420       INTO AUDIT-LINE.
005430     WRITE AUDIT-LINE.
005440 5100-EXIT.
005450     EXIT.
005460
005470*===============================================================
005480* 5500-WRITE-AUDIT-TOTALS - CONTROL COUNTS FOR THE SIGN-OFF
005490*===============================================================
005500 5500-WRITE-AUDIT-TOTALS.
005510     MOVE SPACES TO AUDIT-LINE.
005520     WRITE AUDIT-LINE.
005530     MOVE WS-TRANS-READ TO WS-EDIT-COUNT.
005540     MOVE 'TRANSACTIONS READ' TO WS-TOTAL-LABEL.
005550     PERFORM 5550-WRITE-ONE-TOTAL THRU 5550-EXIT.
005560     MOVE WS-ADDS-APPLIED TO WS-EDIT-COUNT.
005570     MOVE 'ADDS APPLIED' TO WS-TOTAL-LABEL.
005580     PERFORM 5550-WRITE-ONE-TOTAL THRU 5550-EXIT.
005590     MOVE WS-CHANGES-APPLIED TO WS-EDIT-COUNT.
005600     MOVE 'CHANGES APPLIED' TO WS-TOTAL-LABEL.
005610     PERFORM 5550-WRITE-ONE-TOTAL THRU 5550-EXIT.
005620     MOVE WS-DELETES-APPLIED TO WS-EDIT-COUNT.
005630     MOVE 'DELETES APPLIED' TO WS-TOTAL-LABEL.
005640     PERFORM 5550-WRITE-ONE-TOTAL THRU 5550-EXIT.
005650     MOVE WS-TRANS-REJECTED TO WS-EDIT-COUNT.
005660     MOVE 'TRANSACTIONS REJECTED' TO WS-TOTAL-LABEL.
005670     PERFORM 5550-WRITE-ONE-TOTAL THRU 5550-EXIT.
005680     MOVE WS-ENTRIES-LOADED TO WS-EDIT-COUNT.
005690     MOVE 'RATES LOADED' TO WS-TOTAL-LABEL.
005700     PERFORM 5550-WRITE-ONE-TOTAL THRU 5550-EXIT.
005710     MOVE WS-ENTRIES-WRITTEN TO WS-EDIT-COUNT.
005720     MOVE 'RATES WRITTEN' TO WS-TOTAL-LABEL.
005730     PERFORM 5550-WRITE-ONE-TOTAL THRU 5550-EXIT.
005740 5500-EXIT.
005750     EXIT.
005760
005770*===============================================================
005780* 5550-WRITE-ONE-TOTAL - ONE LABELLED CONTROL-COUNT LINE
005790*===============================================================
005800 5550-WRITE-ONE-TOTAL.
005810     MOVE SPACES TO AUDIT-LINE.
005820     STRING WS-TOTAL-LABEL DELIMITED BY SIZE
005830            ' . . . . . '  DELIMITED BY SIZE
005840            WS-EDIT-COUNT  DELIMITED BY SIZE
005850       INTO AUDIT-LINE.
005860     WRITE AUDIT-LINE.
005870 5550-EXIT.
005880     EXIT.
005890
005900*===============================================================
005910* 7000-WRITE-NEW-FILE - THE SURVIVORS GO OUT IN KEY ORDER
005920* THE JOB STREAM SWAPS RATENEW IN OVER RATETBL ONCE THIS STEP
005930* ENDS NO WORSE THAN RC=4 (REJECTS ALONE DO NOT STOP THE
005940* CLEAN TRANSACTIONS FROM APPLYING).
005950*===============================================================
005960 7000-WRITE-NEW-FILE.
005970     OPEN OUTPUT NEW-RATE-TABLE.
005980     PERFORM 7100-WRITE-ONE-ENTRY THRU 7100-EXIT
005990         VARYING WS-RE-INDEX FROM 1 BY 1
006000         UNTIL WS-RE-INDEX > WS-RATE-COUNT.
006010     CLOSE NEW-RATE-TABLE.
006020 7000-EXIT.
006030     EXIT.
006040
006050 7100-WRITE-ONE-ENTRY.
006060     IF WS-RE-DELETED(WS-RE-INDEX)
006070         GO TO 7100-EXIT
006080     END-IF.
006090     MOVE WS-RE-TYPE(WS-RE-INDEX)     TO NR-PERSON-TYPE.
006100     MOVE WS-RE-AMOUNT(WS-RE-INDEX)   TO NR-RATE-AMOUNT.
006110     MOVE WS-RE-EFF-DATE(WS-RE-INDEX) TO NR-EFFECTIVE-DATE.
006120     WRITE NEW-RATE-RECORD.
006130     ADD 1 TO WS-ENTRIES-WRITTEN.
006140 7100-EXIT.
006150     EXIT.
006160
006170*===============================================================
006180* 8000-READ-TRANSACTION - READ-AHEAD LOGIC FOR RATTRAN
006190*===============================================================
006200 8000-READ-TRANSACTION.
006210     READ TRANSACTION-FILE
006220         AT END
006230             SET WS-END-OF-TRANS TO TRUE
006240     END-READ.
006250 8000-EXIT.
006260     EXIT.
006270
006280*===============================================================
006290* 9000-TERMINATE - TOTALS AND CLOSE
006300*===============================================================
006310 9000-TERMINATE.
006320     PERFORM 5500-WRITE-AUDIT-TOTALS THRU 5500-EXIT.
006330     CLOSE TRANSACTION-FILE.
006340     CLOSE AUDIT-REPORT.
006350 9000-EXIT.
006360     EXIT.
