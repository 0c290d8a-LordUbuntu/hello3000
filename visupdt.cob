000010*===============================================================
000020* PROGRAM-ID : VISUPDT
000030* AUTHOR     : J. BURGER
000040*===============================================================
000050* MODIFICATION HISTORY
000060* ----------------------------------------------------------------
000070* DATE       INIT  DESCRIPTION
000080* ---------- ----  -------------------------------------------
000090* 2026-10-14 JB    ORIGINAL PROGRAM - BATCH MAINTENANCE FOR THE
000100*                  VISITOR MASTER. READS ADD/CHANGE/DELETE/NAME-
000110*                  CHANGE TRANSACTIONS (COPYBOOK VISTRAN) KEYED
000120*                  BY RECEPTION AND APPLIES THEM TO VISMAST. AN
000130*                  ADD DRAWS THE NEXT VISITOR ID FROM THE
000140*                  CONTROL RECORD, THE SAME WAY HELLO DOES FOR A
000150*                  FIRST VISIT; CHANGES, DELETES AND NAME
000160*                  CHANGES KEY ON THE VISITOR ID AND ARE
000170*                  REJECTED WHEN THE ID IS NOT ON FILE OR IS THE
000180*                  CONTROL RECORD. EVERY TRANSACTION, APPLIED OR
000190*                  REJECTED, IS PRINTED ON A BEFORE/AFTER
000200*                  CHANGE-AUDIT LISTING. RETURN CODE 4 WHEN ANY
000210*                  TRANSACTION REJECTED.
000211* 2026-10-14 JB    THE PARM NOW CARRIES THE SUBMITTING OPERATOR'S
000212*                  ID. THE RUN STOPS RC 16 BEFORE ANY FILE IS
000213*                  OPENED UNLESS THE OPERATOR IS ON THE NEW
000214*                  OPERATOR MASTER (COPYBOOK OPERMAST), ACTIVE,
000215*                  AND HOLDS THE RECEPTION ROLE (OR IS AN
000216*                  ADMINISTRATOR). THE OPERATOR PRINTS UNDER
000217*                  THE LISTING TITLE, SO EVERY CHANGE
000218*                  TRACES TO A PERSON.
000219* 2026-10-15 JB    THE VISITOR ID CONTROL RECORD'S WRITE AND
000220*                  REWRITE ARE NOW CHECKED. A FAILED UPDATE
000221*                  DISPLAYS VISU0007/VISU0008 AND THE ADD IS
000222*                  REJECTED, SO NO TWO PROFILES ARE EVER HANDED
000223*                  THE SAME ID.
000224*===============================================================
000230 IDENTIFICATION DIVISION.
000240 PROGRAM-ID. VISUPDT.
000250 AUTHOR. J. BURGER.
000260 INSTALLATION. DATA PROCESSING.
000270 DATE-WRITTEN. 2026-10-14.
000280 DATE-COMPILED.
000290*===============================================================
000300* ENVIRONMENT DIVISION
000310*===============================================================
000320 ENVIRONMENT DIVISION.
000330 INPUT-OUTPUT SECTION.
000340 FILE-CONTROL.
000350     SELECT TRANSACTION-FILE ASSIGN TO VISTRAN
000360         ORGANIZATION IS SEQUENTIAL.
000370     SELECT VISITOR-MASTER ASSIGN TO VISMAST
000380         ORGANIZATION IS INDEXED
000390         ACCESS MODE IS DYNAMIC
000400         RECORD KEY IS VM-VISITOR-ID
000410         ALTERNATE RECORD KEY IS VM-NAME WITH DUPLICATES
000420         FILE STATUS IS WS-VISMAST-STATUS.
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
000520     COPY VISTRAN.
000530
000540 FD  VISITOR-MASTER.
000550     COPY VISMAST.
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
000680
000690*---------------------------------------------------------------
000700* COUNTERS
000710*---------------------------------------------------------------
000720 01  WS-COUNTERS.
000730     05 WS-TRANS-READ                PIC 9(07) COMP VALUE 0.
000740     05 WS-ADDS-APPLIED              PIC 9(07) COMP VALUE 0.
000750     05 WS-CHANGES-APPLIED           PIC 9(07) COMP VALUE 0.
000760     05 WS-DELETES-APPLIED           PIC 9(07) COMP VALUE 0.
000770     05 WS-RENAMES-APPLIED           PIC 9(07) COMP VALUE 0.
000780     05 WS-TRANS-REJECTED            PIC 9(07) COMP VALUE 0.
000790
000800*---------------------------------------------------------------
000810* WORK AREAS
000820*---------------------------------------------------------------
000830 01  WS-VISITOR-ID                   PIC 9(08) VALUE 0.
000840
000850 01  WS-BEFORE-IMAGE.
000860     05 WS-BEFORE-NAME               PIC X(64).
000870     05 WS-BEFORE-COMPANY            PIC X(40).
000880     05 WS-BEFORE-PHONE              PIC X(15).
000890
000900 01  WS-REJECT-REASON                PIC X(30) VALUE SPACES.
000910
000920 01  WS-TOTAL-LABEL                  PIC X(25) VALUE SPACES.
000930
000940 01  WS-VISMAST-STATUS               PIC X(02) VALUE SPACES.
000950
000951 01  WS-RUN-OPERATOR.
000952     05 WS-OPERATOR-ID               PIC X(08) VALUE SPACES.
000953     05 WS-OPERATOR-NAME             PIC X(30) VALUE SPACES.
000954
000955 01  WS-OPERMAST-STATUS              PIC X(02) VALUE SPACES.
000956
000960 01  WS-RUN-DATE                     PIC 9(08).
000970
000980 01  WS-EDIT-FIELDS.
000990     05 WS-EDIT-COUNT                PIC ZZZ,ZZ9.
001000     05 WS-EDIT-DATE                 PIC 9999/99/99.
001010
001012*===============================================================
001014* LINKAGE SECTION - OPERATOR ID ARRIVES VIA THE EXEC PARM
001016*===============================================================
001018 LINKAGE SECTION.
001020 01  DL-PARM-AREA.
001022     05 DL-PARM-LENGTH                PIC S9(4) COMP.
001024     05 DL-OPERATOR-ID                PIC X(08).
001026
001028 PROCEDURE DIVISION USING DL-PARM-AREA.
001030*===============================================================
001040* 0000-MAINLINE
001050*===============================================================
001060 0000-MAINLINE.
001070     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001080     PERFORM 2000-PROCESS-TRANS THRU 2000-EXIT
001090         UNTIL WS-END-OF-TRANS.
001100     PERFORM 9000-TERMINATE THRU 9000-EXIT.
001110     IF WS-TRANS-REJECTED > 0
001120         MOVE 4 TO RETURN-CODE
001130     END-IF.
001140     STOP RUN.
001150
001160*===============================================================
001170* 1000-INITIALIZE - OPEN FILES, PRIME READ
001180*===============================================================
001190 1000-INITIALIZE.
001200     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
001205     PERFORM 1050-VALIDATE-OPERATOR THRU 1050-EXIT.
001210     OPEN INPUT TRANSACTION-FILE.
001220     OPEN OUTPUT AUDIT-REPORT.
001230     OPEN I-O VISITOR-MASTER.
001240     IF WS-VISMAST-STATUS NOT = '00'
001250         DISPLAY 'VISU0001 VISITOR MASTER OPEN FAILED, STATUS '
001260                 WS-VISMAST-STATUS
001270         MOVE 16 TO RETURN-CODE
001280         STOP RUN
001290     END-IF.
001300     PERFORM 1100-WRITE-AUDIT-HEADINGS THRU 1100-EXIT.
001310     PERFORM 8000-READ-TRANSACTION THRU 8000-EXIT.
001320 1000-EXIT.
001330     EXIT.
001340
001341*===============================================================
001342* 1050-VALIDATE-OPERATOR - WHO IS RUNNING THIS JOB
001343* THE PARM OPERATOR MUST BE ON THE OPERATOR MASTER, ACTIVE,
001344* AND HOLD THE RECEPTION ROLE OR BE AN ADMINISTRATOR.
001345* ANYTHING ELSE STOPS THE RUN BEFORE A FILE IS OPENED.
001346*===============================================================
001347 1050-VALIDATE-OPERATOR.
001348     IF DL-PARM-LENGTH < 8
001349        OR DL-OPERATOR-ID = SPACES
001350         DISPLAY 'VISU0002 OPERATOR ID PARM MISSING'
001351         MOVE 16 TO RETURN-CODE
001352         STOP RUN
001353     END-IF.
001354     MOVE DL-OPERATOR-ID TO WS-OPERATOR-ID.
001355     OPEN INPUT OPERATOR-MASTER.
001356     IF WS-OPERMAST-STATUS NOT = '00'
001357         DISPLAY 'VISU0003 OPERATOR MASTER OPEN FAILED, STATUS '
001358                 WS-OPERMAST-STATUS
001359         MOVE 16 TO RETURN-CODE
001360         STOP RUN
001361     END-IF.
001362     MOVE WS-OPERATOR-ID TO OP-OPERATOR-ID.
001363     READ OPERATOR-MASTER
001364         INVALID KEY
001365             DISPLAY 'VISU0004 OPERATOR ' WS-OPERATOR-ID
001366                     ' NOT ON THE OPERATOR MASTER'
001367             MOVE 16 TO RETURN-CODE
001368             STOP RUN
001369     END-READ.
001370     IF NOT OP-ACTIVE
001371         DISPLAY 'VISU0005 OPERATOR ' WS-OPERATOR-ID
001372                 ' IS INACTIVE'
001373         MOVE 16 TO RETURN-CODE
001374         STOP RUN
001375     END-IF.
001376     IF NOT OP-ROLE-RECEPTION
001377        AND NOT OP-ROLE-ADMINISTRATOR
001378         DISPLAY 'VISU0006 OPERATOR ' WS-OPERATOR-ID
001379                 ' ROLE ' OP-ROLE
001380                 ' MAY NOT MAINTAIN VISITORS'
001381         MOVE 16 TO RETURN-CODE
001382         STOP RUN
001383     END-IF.
001384     MOVE OP-NAME TO WS-OPERATOR-NAME.
001385     CLOSE OPERATOR-MASTER.
001386 1050-EXIT.
001387     EXIT.
001388
001389*===============================================================
001390* 1100-WRITE-AUDIT-HEADINGS - DATE-STAMPED LISTING TITLE
001391*===============================================================
001392 1100-WRITE-AUDIT-HEADINGS.
001393     MOVE WS-RUN-DATE TO WS-EDIT-DATE.
001400     MOVE SPACES TO AUDIT-LINE.
001410     STRING 'VISITOR MASTER CHANGE-AUDIT LISTING'
001420                            DELIMITED BY SIZE
001430            '   RUN DATE: ' DELIMITED BY SIZE
001440            WS-EDIT-DATE    DELIMITED BY SIZE
001450       INTO AUDIT-LINE.
001460     WRITE AUDIT-LINE.
001461     MOVE SPACES TO AUDIT-LINE.
001462     STRING 'RUN BY OPERATOR: ' DELIMITED BY SIZE
001463            WS-OPERATOR-ID      DELIMITED BY SIZE
001464            '  '                DELIMITED BY SIZE
001465            WS-OPERATOR-NAME    DELIMITED BY SIZE
001466       INTO AUDIT-LINE.
001467     WRITE AUDIT-LINE.
001470     MOVE SPACES TO AUDIT-LINE.
001480     WRITE AUDIT-LINE.
001490 1100-EXIT.
001500     EXIT.
001510
001520*===============================================================
001530* 2000-PROCESS-TRANS - ROUTE ONE TRANSACTION BY ITS CODE
001540* VISITOR ID ZERO IS THE CONTROL RECORD, SO ONLY AN ADD (WHICH
001550* IS GIVEN ITS ID HERE) MAY CARRY IT.
001560*===============================================================
001570 2000-PROCESS-TRANS.
001580     ADD 1 TO WS-TRANS-READ.
001590     IF VT-VISITOR-ID NOT NUMERIC
001600         MOVE 'VISITOR ID NOT NUMERIC' TO WS-REJECT-REASON
001610         PERFORM 5100-WRITE-AUDIT-REJECT THRU 5100-EXIT
001620         GO TO 2000-READ-NEXT
001630     END-IF.
001640     IF VT-VISITOR-ID = 0
001650        AND NOT VT-ADD
001660         MOVE 'CONTROL RECORD NOT UPDATABLE' TO WS-REJECT-REASON
001670         PERFORM 5100-WRITE-AUDIT-REJECT THRU 5100-EXIT
001680         GO TO 2000-READ-NEXT
001690     END-IF.
001700     EVALUATE TRUE
001710         WHEN VT-ADD
001720             PERFORM 3000-APPLY-ADD THRU 3000-EXIT
001730         WHEN VT-CHANGE
001740             PERFORM 3100-APPLY-CHANGE THRU 3100-EXIT
001750         WHEN VT-DELETE
001760             PERFORM 3200-APPLY-DELETE THRU 3200-EXIT
001770         WHEN VT-NAME-CHANGE
001780             PERFORM 3300-APPLY-NAME-CHANGE THRU 3300-EXIT
001790         WHEN OTHER
001800             MOVE 'INVALID TRANSACTION CODE' TO WS-REJECT-REASON
001810             PERFORM 5100-WRITE-AUDIT-REJECT THRU 5100-EXIT
001820     END-EVALUATE.
001830 2000-READ-NEXT.
001840     PERFORM 8000-READ-TRANSACTION THRU 8000-EXIT.
001850 2000-EXIT.
001860     EXIT.
001870
001880*===============================================================
001890* 3000-APPLY-ADD - NAME MUST BE KEYED, ID IS ASSIGNED HERE
001900* A NAME ALREADY ON FILE IS NOT A REJECT - TWO VISITORS MAY
001910* SHARE A NAME, WHICH IS WHAT THE VISITOR ID IS FOR. THE
001920* ASSIGNED ID PRINTS ON THE AUDIT LINE FOR RECEPTION'S FILES.
001930*===============================================================
001940 3000-APPLY-ADD.
001950     IF VT-NAME = SPACES
001960         MOVE 'ADD - NO NAME KEYED' TO WS-REJECT-REASON
001970         PERFORM 5100-WRITE-AUDIT-REJECT THRU 5100-EXIT
001980         GO TO 3000-EXIT
001990     END-IF.
002000     PERFORM 4000-NEXT-VISITOR-ID THRU 4000-EXIT.
002001     IF WS-VISITOR-ID = 0
002002         MOVE 'ADD - ID CONTROL NOT UPDATED' TO WS-REJECT-REASON
002003         PERFORM 5100-WRITE-AUDIT-REJECT THRU 5100-EXIT
002004         GO TO 3000-EXIT
002005     END-IF.
002010     MOVE SPACES          TO WS-BEFORE-IMAGE.
002020     MOVE SPACES          TO VISITOR-MASTER-RECORD.
002030     MOVE WS-VISITOR-ID   TO VM-VISITOR-ID.
002040     MOVE VT-NAME         TO VM-NAME.
002050     MOVE VT-COMPANY      TO VM-COMPANY.
002060     MOVE VT-PHONE        TO VM-PHONE.
002070     MOVE 0               TO VM-FIRST-VISIT-DATE.
002080     MOVE 0               TO VM-LAST-VISIT-DATE.
002090     MOVE 0               TO VM-VISIT-COUNT.
002100     WRITE VISITOR-MASTER-RECORD
002110         INVALID KEY
002120             MOVE 'MASTER WRITE FAILED' TO WS-REJECT-REASON
002130             PERFORM 5100-WRITE-AUDIT-REJECT THRU 5100-EXIT
002140             GO TO 3000-EXIT
002150     END-WRITE.
002160     MOVE WS-VISITOR-ID TO VT-VISITOR-ID.
002170     ADD 1 TO WS-ADDS-APPLIED.
002180     PERFORM 5000-WRITE-AUDIT-APPLIED THRU 5000-EXIT.
002190 3000-EXIT.
002200     EXIT.
002210
002220*===============================================================
002230* 3100-APPLY-CHANGE - ID MUST EXIST; COMPANY AND PHONE REPLACED
002240*===============================================================
002250 3100-APPLY-CHANGE.
002260     MOVE VT-VISITOR-ID TO VM-VISITOR-ID.
002270     READ VISITOR-MASTER KEY IS VM-VISITOR-ID
002280         INVALID KEY
002290             MOVE 'CHANGE - ID NOT ON FILE'
002300               TO WS-REJECT-REASON
002310             PERFORM 5100-WRITE-AUDIT-REJECT THRU 5100-EXIT
002320             GO TO 3100-EXIT
002330     END-READ.
002340     MOVE VM-COMPANY TO WS-BEFORE-COMPANY.
002350     MOVE VM-PHONE   TO WS-BEFORE-PHONE.
002360     MOVE VT-COMPANY TO VM-COMPANY.
002370     MOVE VT-PHONE   TO VM-PHONE.
002380     REWRITE VISITOR-MASTER-RECORD
002390         INVALID KEY
002400             MOVE 'MASTER REWRITE FAILED' TO WS-REJECT-REASON
002410             PERFORM 5100-WRITE-AUDIT-REJECT THRU 5100-EXIT
002420             GO TO 3100-EXIT
002430     END-REWRITE.
002440     ADD 1 TO WS-CHANGES-APPLIED.
002450     PERFORM 5000-WRITE-AUDIT-APPLIED THRU 5000-EXIT.
002460 3100-EXIT.
002470     EXIT.
002480
002490*===============================================================
002500* 3200-APPLY-DELETE - ID MUST EXIST ON THE MASTER
002510*===============================================================
002520 3200-APPLY-DELETE.
002530     MOVE VT-VISITOR-ID TO VM-VISITOR-ID.
002540     READ VISITOR-MASTER KEY IS VM-VISITOR-ID
002550         INVALID KEY
002560             MOVE 'DELETE - ID NOT ON FILE'
002570               TO WS-REJECT-REASON
002580             PERFORM 5100-WRITE-AUDIT-REJECT THRU 5100-EXIT
002590             GO TO 3200-EXIT
002600     END-READ.
002610     MOVE VM-COMPANY TO WS-BEFORE-COMPANY.
002620     MOVE VM-PHONE   TO WS-BEFORE-PHONE.
002630     DELETE VISITOR-MASTER
002640         INVALID KEY
002650             MOVE 'MASTER DELETE FAILED' TO WS-REJECT-REASON
002660             PERFORM 5100-WRITE-AUDIT-REJECT THRU 5100-EXIT
002670             GO TO 3200-EXIT
002680     END-DELETE.
002690     ADD 1 TO WS-DELETES-APPLIED.
002700     PERFORM 5000-WRITE-AUDIT-APPLIED THRU 5000-EXIT.
002710 3200-EXIT.
002720     EXIT.
002730
002740*===============================================================
002750* 3300-APPLY-NAME-CHANGE - ID MUST EXIST, NEW NAME KEYED
002760* THE ID STAYS PUT AND THE RECORD IS REWRITTEN IN PLACE, SO THE
002770* VISIT HISTORY STAYS WITH THE VISITOR THROUGH A NAME CHANGE OR
002780* A CORRECTED SPELLING.
002790*===============================================================
002800 3300-APPLY-NAME-CHANGE.
002810     IF VT-NEW-NAME = SPACES
002820         MOVE 'NAME CHANGE - NO NEW NAME' TO WS-REJECT-REASON
002830         PERFORM 5100-WRITE-AUDIT-REJECT THRU 5100-EXIT
002840         GO TO 3300-EXIT
002850     END-IF.
002860     MOVE VT-VISITOR-ID TO VM-VISITOR-ID.
002870     READ VISITOR-MASTER KEY IS VM-VISITOR-ID
002880         INVALID KEY
002890             MOVE 'NAME CHANGE - ID NOT ON FILE'
002900               TO WS-REJECT-REASON
002910             PERFORM 5100-WRITE-AUDIT-REJECT THRU 5100-EXIT
002920             GO TO 3300-EXIT
002930     END-READ.
002940     MOVE VM-NAME TO WS-BEFORE-NAME.
002950     MOVE VT-NEW-NAME TO VM-NAME.
002960     REWRITE VISITOR-MASTER-RECORD
002970         INVALID KEY
002980             MOVE 'MASTER REWRITE FAILED' TO WS-REJECT-REASON
002990             PERFORM 5100-WRITE-AUDIT-REJECT THRU 5100-EXIT
003000             GO TO 3300-EXIT
003010     END-REWRITE.
003020     ADD 1 TO WS-RENAMES-APPLIED.
003030     PERFORM 5200-WRITE-AUDIT-NAME-CHANGE THRU 5200-EXIT.
003040 3300-EXIT.
003050     EXIT.
003060
003070*===============================================================
003080* 4000-NEXT-VISITOR-ID - TAKE THE NEXT ID FROM THE CONTROL RECORD
003090* SAME RULE AS HELLO: AN EMPTY MASTER HAS NO CONTROL RECORD YET,
003100* SO THE FIRST ADD WRITES ONE STARTING AT 1. A CONTROL RECORD
003103* THAT WILL NOT WRITE OR REWRITE RETURNS ID ZERO, AND THE CALLER
003106* REJECTS THE ADD RATHER THAN HAND OUT AN ID TWICE.
003110*===============================================================
003120 4000-NEXT-VISITOR-ID.
003125     MOVE 0 TO WS-VISITOR-ID.
003130     MOVE 0 TO VM-VISITOR-ID.
003140     READ VISITOR-MASTER KEY IS VM-VISITOR-ID
003150         INVALID KEY
003160             MOVE SPACES TO VISITOR-MASTER-RECORD
003170             MOVE 0 TO VM-VISITOR-ID
003180             MOVE 1 TO VM-NEXT-VISITOR-ID
003190             WRITE VISITOR-MASTER-RECORD
003191                 INVALID KEY
003192                     DISPLAY 'VISU0007 ID CONTROL RECORD WRITE '
003193                             'FAILED, STATUS ' WS-VISMAST-STATUS
003194                     GO TO 4000-EXIT
003195             END-WRITE
003200     END-READ.
003210     MOVE VM-NEXT-VISITOR-ID TO WS-VISITOR-ID.
003220     ADD 1 TO VM-NEXT-VISITOR-ID.
003230     REWRITE VISITOR-MASTER-RECORD
003231         INVALID KEY
003232             DISPLAY 'VISU0008 ID CONTROL RECORD REWRITE FAILED, '
003233                     'STATUS ' WS-VISMAST-STATUS
003234             MOVE 0 TO WS-VISITOR-ID
003235     END-REWRITE.
003240 4000-EXIT.
003250     EXIT.
003260
003270*===============================================================
003280* 5000-WRITE-AUDIT-APPLIED - BEFORE/AFTER LINES FOR ONE CHANGE
003290* COMPANY AND PHONE WILL NOT FIT ON ONE LINE TWICE, SO THE
003300* IMAGES PRINT ON TWO LINES UNDER THE TRANSACTION LINE.
003310*===============================================================
003320 5000-WRITE-AUDIT-APPLIED.
003330     MOVE SPACES TO AUDIT-LINE.
003340     STRING VT-TRANS-CODE    DELIMITED BY SIZE
003350            ' '              DELIMITED BY SIZE
003360            VT-VISITOR-ID    DELIMITED BY SIZE
003370            '  '             DELIMITED BY SIZE
003380            VT-NAME          DELIMITED BY SIZE
003390       INTO AUDIT-LINE.
003400     WRITE AUDIT-LINE.
003410     MOVE SPACES TO AUDIT-LINE.
003420     STRING '            BEFORE ' DELIMITED BY SIZE
003430            WS-BEFORE-COMPANY     DELIMITED BY SIZE
003440            ' '                   DELIMITED BY SIZE
003450            WS-BEFORE-PHONE       DELIMITED BY SIZE
003460       INTO AUDIT-LINE.
003470     WRITE AUDIT-LINE.
003480     MOVE SPACES TO AUDIT-LINE.
003490     IF VT-DELETE
003500         STRING '            AFTER  *DELETED*' DELIMITED BY SIZE
003510           INTO AUDIT-LINE
003520     ELSE
003530         STRING '            AFTER  ' DELIMITED BY SIZE
003540                VM-COMPANY            DELIMITED BY SIZE
003550                ' '                   DELIMITED BY SIZE
003560                VM-PHONE              DELIMITED BY SIZE
003570           INTO AUDIT-LINE
003580     END-IF.
003590     WRITE AUDIT-LINE.
003600 5000-EXIT.
003610     EXIT.
003620
003630*===============================================================
003640* 5200-WRITE-AUDIT-NAME-CHANGE - OLD AND NEW NAME, TWO LINES
003650*===============================================================
003660 5200-WRITE-AUDIT-NAME-CHANGE.
003670     MOVE SPACES TO AUDIT-LINE.
003680     STRING VT-TRANS-CODE    DELIMITED BY SIZE
003690            ' '              DELIMITED BY SIZE
003700            VT-VISITOR-ID    DELIMITED BY SIZE
003710            '  BEFORE '      DELIMITED BY SIZE
003720            WS-BEFORE-NAME   DELIMITED BY SIZE
003730       INTO AUDIT-LINE.
003740     WRITE AUDIT-LINE.
003750     MOVE SPACES TO AUDIT-LINE.
003760     STRING '            AFTER  ' DELIMITED BY SIZE
003770            VM-NAME               DELIMITED BY SIZE
003780       INTO AUDIT-LINE.
003790     WRITE AUDIT-LINE.
003800 5200-EXIT.
003810     EXIT.
003820
003830*===============================================================
003840* 5100-WRITE-AUDIT-REJECT - ONE REJECTED-TRANSACTION LINE
003850*===============================================================
003860 5100-WRITE-AUDIT-REJECT.
003870     ADD 1 TO WS-TRANS-REJECTED.
003880     MOVE SPACES TO AUDIT-LINE.
003890     STRING VT-TRANS-CODE    DELIMITED BY SIZE
003900            ' '              DELIMITED BY SIZE
003910            VT-VISITOR-ID    DELIMITED BY SIZE
003920            '  '             DELIMITED BY SIZE
003930            VT-NAME          DELIMITED BY SIZE
003940            ' REJECTED - '   DELIMITED BY SIZE
003950            WS-REJECT-REASON DELIMITED BY SIZE
003960       INTO AUDIT-LINE.
003970     WRITE AUDIT-LINE.
003980 5100-EXIT.
003990     EXIT.
004000
004010*===============================================================
004020* 5500-WRITE-AUDIT-TOTALS - CONTROL COUNTS FOR THE RUN
004030*===============================================================
004040 5500-WRITE-AUDIT-TOTALS.
004050     MOVE SPACES TO AUDIT-LINE.
004060     WRITE AUDIT-LINE.
004070     MOVE WS-TRANS-READ TO WS-EDIT-COUNT.
004080     MOVE 'TRANSACTIONS READ' TO WS-TOTAL-LABEL.
004090     PERFORM 5550-WRITE-ONE-TOTAL THRU 5550-EXIT.
004100     MOVE WS-ADDS-APPLIED TO WS-EDIT-COUNT.
004110     MOVE 'ADDS APPLIED' TO WS-TOTAL-LABEL.
004120     PERFORM 5550-WRITE-ONE-TOTAL THRU 5550-EXIT.
004130     MOVE WS-CHANGES-APPLIED TO WS-EDIT-COUNT.
004140     MOVE 'CHANGES APPLIED' TO WS-TOTAL-LABEL.
004150     PERFORM 5550-WRITE-ONE-TOTAL THRU 5550-EXIT.
004160     MOVE WS-DELETES-APPLIED TO WS-EDIT-COUNT.
004170     MOVE 'DELETES APPLIED' TO WS-TOTAL-LABEL.
004180     PERFORM 5550-WRITE-ONE-TOTAL THRU 5550-EXIT.
004190     MOVE WS-RENAMES-APPLIED TO WS-EDIT-COUNT.
004200     MOVE 'NAME CHANGES APPLIED' TO WS-TOTAL-LABEL.
004210     PERFORM 5550-WRITE-ONE-TOTAL THRU 5550-EXIT.
004220     MOVE WS-TRANS-REJECTED TO WS-EDIT-COUNT.
004230     MOVE 'TRANSACTIONS REJECTED' TO WS-TOTAL-LABEL.
004240     PERFORM 5550-WRITE-ONE-TOTAL THRU 5550-EXIT.
004250 5500-EXIT.
004260     EXIT.
004270
004280*===============================================================
004290* 5550-WRITE-ONE-TOTAL - ONE LABELLED CONTROL-COUNT LINE
004300*===============================================================
004310 5550-WRITE-ONE-TOTAL.
004320     MOVE SPACES TO AUDIT-LINE.
004330     STRING WS-TOTAL-LABEL DELIMITED BY SIZE
004340            ' . . . . . '  DELIMITED BY SIZE
004350            WS-EDIT-COUNT  DELIMITED BY SIZE
004360       INTO AUDIT-LINE.
004370     WRITE AUDIT-LINE.
004380 5550-EXIT.
004390     EXIT.
004400
004410*===============================================================
004420* 8000-READ-TRANSACTION - READ-AHEAD LOGIC FOR VISTRAN
004430*===============================================================
004440 8000-READ-TRANSACTION.
004450     READ TRANSACTION-FILE
004460         AT END
004470             SET WS-END-OF-TRANS TO TRUE
004480     END-READ.
004490 8000-EXIT.
004500     EXIT.
004510
004520*===============================================================
004530* 9000-TERMINATE - TOTALS AND CLOSE
004540*===============================================================
004550 9000-TERMINATE.
004560     PERFORM 5500-WRITE-AUDIT-TOTALS THRU 5500-EXIT.
004570     CLOSE TRANSACTION-FILE.
004580     CLOSE VISITOR-MASTER.
004590     CLOSE AUDIT-REPORT.
004600 9000-EXIT.
004610     EXIT.
