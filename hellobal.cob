000196*                  LESS THE BARRED ATTEMPTS. THE BARRED COUNT
000197*                  IS RE-COUNTED OFF VISLOG AND PROVED AGAINST
000198*                  THE NEW RC-BARRED TRAILER FIELD TOO.
000199* 2026-10-15 JB    HELLO NOW RUNS SEVERAL TIMES A DAY PER LOBBY
000200*                  AND NUMBERS EACH RUN. EVERY RUN IS BALANCED ON
000201*                  ITS OWN - ITS LAST TRAILER (RC-RUN-SEQUENCE)
000202*                  AGAINST THE VISLOG, BADGEIF AND REJFILE
000203*                  RECORDS CARRYING ITS NUMBER - AND THEN THE
000204*                  WHOLE DAY, THE SUM OF THE RUNS' TRAILERS
000205*                  AGAINST THE FILES ENTIRE. OUTPUT FROM A RUN
000206*                  WITH NO TRAILER, OR ANY RECORD WITH NO RUN
000207*                  NUMBER, IS OUT OF BALANCE.
000208*===============================================================
000209 IDENTIFICATION DIVISION.
000210 PROGRAM-ID. HELLOBAL.
000220 AUTHOR. J. BURGER.
000230 INSTALLATION. DATA PROCESSING.
000820         88 WS-OUT-OF-BALANCE                  VALUE 'N'.
000830     05 WS-TRAILER-SWITCH            PIC X(01) VALUE 'N'.
000840         88 WS-TRAILER-SEEN                    VALUE 'Y'.
000842     05 WS-SEQUENCE-SWITCH           PIC X(01) VALUE 'N'.
000844         88 WS-SEQUENCE-VALID                  VALUE 'Y'.
000846         88 WS-SEQUENCE-INVALID                VALUE 'N'.
000850
000860*---------------------------------------------------------------
000870* THE TRAILER AND RE-COUNTED ACTUALS UNDER COMPARISON - ONE
000875* RUN'S FIGURES, THEN THE WHOLE DAY'S, ARE LOADED HERE FOR 4000
000880*---------------------------------------------------------------
000890 01  WS-TRAILER-TOTALS.
000900     05 WS-TR-PROCESSED              PIC 9(07) COMP VALUE 0.
000985     05 WS-BARRED-COUNT              PIC 9(07) COMP VALUE 0.
000990     05 WS-GREET-PLUS-REJECT         PIC 9(07) COMP VALUE 0.
000995     05 WS-VISLOG-LESS-BARRED        PIC 9(07) COMP VALUE 0.
000996
000997*---------------------------------------------------------------
000998* ONE ENTRY PER RUN SEQUENCE (1-99): THE LAST TRAILER HELLO
000999* WROTE FOR THE RUN AND THE RECORDS ON FILE CARRYING ITS NUMBER.
001000* CLEARED AT START OF RUN (1100).
001001*---------------------------------------------------------------
001002 01  WS-RUN-TABLE.
001003     05 WS-RUN-ENTRY OCCURS 99 TIMES.
001004         10 WS-RT-TRAILER-FLAG       PIC X(01).
001005             88 WS-RT-HAS-TRAILER              VALUE 'Y'.
001006         10 WS-RT-RUN-DATE           PIC 9(08).
001007         10 WS-RT-RUN-TIME           PIC 9(08).
001008         10 WS-RT-LOCATION-CODE      PIC X(01).
001009         10 WS-RT-TR-PROCESSED       PIC 9(07) COMP.
001010         10 WS-RT-TR-GREETED         PIC 9(07) COMP.
001011         10 WS-RT-TR-REJECTED        PIC 9(07) COMP.
001012         10 WS-RT-TR-BADGE-WRITTEN   PIC 9(07) COMP.
001013         10 WS-RT-TR-BARRED          PIC 9(07) COMP.
001014         10 WS-RT-VISLOG-COUNT       PIC 9(07) COMP.
001015         10 WS-RT-BADGEIF-COUNT      PIC 9(07) COMP.
001016         10 WS-RT-REJECT-COUNT       PIC 9(07) COMP.
001017         10 WS-RT-BARRED-COUNT       PIC 9(07) COMP.
001018
001019 01  WS-RUN-SUBS.
001020     05 WS-RT-INDEX                  PIC 9(02) COMP VALUE 0.
001021     05 WS-HIGH-SEQUENCE             PIC 9(02) COMP VALUE 0.
001022     05 WS-RUNS-BALANCED             PIC 9(02) COMP VALUE 0.
001023
001024 01  WS-RECORD-SEQUENCE              PIC 9(02) VALUE 0.
001025
001026*---------------------------------------------------------------
001027* WHOLE-DAY FIGURES - EVERY RECORD ON EACH FILE, NUMBERED OR NOT,
001028* AND THE RECORDS THAT CARRY NO USABLE RUN NUMBER.
001029*---------------------------------------------------------------
001030 01  WS-DAY-COUNTS.
001031     05 WS-DAY-VISLOG-COUNT          PIC 9(07) COMP VALUE 0.
001032     05 WS-DAY-BADGEIF-COUNT         PIC 9(07) COMP VALUE 0.
001033     05 WS-DAY-REJECT-COUNT          PIC 9(07) COMP VALUE 0.
001034     05 WS-DAY-BARRED-COUNT          PIC 9(07) COMP VALUE 0.
001035     05 WS-UNNUMBERED-COUNT          PIC 9(07) COMP VALUE 0.
001036
001037 01  WS-RUN-HEADING.
001038     05 FILLER                       PIC X(04) VALUE 'RUN '.
001039     05 WS-RH-SEQUENCE               PIC 9(02).
001040     05 FILLER                       PIC X(07) VALUE '  DATE '.
001041     05 WS-RH-RUN-DATE               PIC 9(08).
001042     05 FILLER                       PIC X(07) VALUE '  TIME '.
001043     05 WS-RH-RUN-TIME               PIC 9(08).
001044     05 FILLER                       PIC X(11)
001045                                     VALUE '  LOCATION '.
001046     05 WS-RH-LOCATION-CODE          PIC X(01).
001047
001048 01  WS-EDIT-RUNS                    PIC Z9.
001049
001050 01  WS-COMPARE-FIELDS.
001051     05 WS-EXPECTED-VALUE            PIC 9(07) COMP VALUE 0.
001052     05 WS-ACTUAL-VALUE              PIC 9(07) COMP VALUE 0.
001053
001054 01  WS-CHECK-LABEL                  PIC X(28) VALUE SPACES.
001060
001070 01  WS-EDIT-FIELDS.
001080     05 WS-EDIT-EXPECTED             PIC ZZZ,ZZ9.
001180     PERFORM 3000-COUNT-VISLOG THRU 3000-EXIT.
001190     PERFORM 3100-COUNT-BADGEIF THRU 3100-EXIT.
001200     PERFORM 3200-COUNT-REJECTS THRU 3200-EXIT.
001206     PERFORM 5000-BALANCE-RUNS THRU 5000-EXIT.
001212     PERFORM 6000-BALANCE-DAY THRU 6000-EXIT.
001220     PERFORM 9000-TERMINATE THRU 9000-EXIT.
001230     IF WS-OUT-OF-BALANCE
001240         MOVE 8 TO RETURN-CODE
001290* 1000-INITIALIZE - OPEN THE REPORT AND PRINT THE TITLE
001300*===============================================================
001310 1000-INITIALIZE.
001312     PERFORM 1100-CLEAR-ONE-RUN THRU 1100-EXIT
001314         VARYING WS-RT-INDEX FROM 1 BY 1
001316         UNTIL WS-RT-INDEX > 99.
001320     OPEN OUTPUT BALANCE-REPORT.
001330     MOVE SPACES TO BAL-LINE.
001340     STRING 'HELLO RUN BALANCING REPORT' DELIMITED BY SIZE
001380     WRITE BAL-LINE.
001390 1000-EXIT.
001400     EXIT.
001401
001402*===============================================================
001403* 1100-CLEAR-ONE-RUN - ZERO ONE RUN-TABLE ENTRY
001404*===============================================================
001405 1100-CLEAR-ONE-RUN.
001406     MOVE 'N'    TO WS-RT-TRAILER-FLAG(WS-RT-INDEX).
001407     MOVE ZEROS  TO WS-RT-RUN-DATE(WS-RT-INDEX).
001408     MOVE ZEROS  TO WS-RT-RUN-TIME(WS-RT-INDEX).
001409     MOVE SPACE  TO WS-RT-LOCATION-CODE(WS-RT-INDEX).
001410     MOVE 0      TO WS-RT-TR-PROCESSED(WS-RT-INDEX).
001411     MOVE 0      TO WS-RT-TR-GREETED(WS-RT-INDEX).
001412     MOVE 0      TO WS-RT-TR-REJECTED(WS-RT-INDEX).
001413     MOVE 0      TO WS-RT-TR-BADGE-WRITTEN(WS-RT-INDEX).
001414     MOVE 0      TO WS-RT-TR-BARRED(WS-RT-INDEX).
001415     MOVE 0      TO WS-RT-VISLOG-COUNT(WS-RT-INDEX).
001416     MOVE 0      TO WS-RT-BADGEIF-COUNT(WS-RT-INDEX).
001417     MOVE 0      TO WS-RT-REJECT-COUNT(WS-RT-INDEX).
001418     MOVE 0      TO WS-RT-BARRED-COUNT(WS-RT-INDEX).
001419 1100-EXIT.
001420     EXIT.
001421
001422*===============================================================
001430* 2000-READ-TRAILERS - KEEP THE LAST TRAILER FOR EACH RUN
001440*===============================================================
001450 2000-READ-TRAILERS.
001460     OPEN INPUT RUN-CONTROL.
001720     EXIT.
001730
001740*===============================================================
001750* 2100-CAPTURE-TRAILER - LATEST TRAILER FOR A RUN WINS
001760*===============================================================
001770 2100-CAPTURE-TRAILER.
001773     SET WS-TRAILER-SEEN TO TRUE.
001776     MOVE RC-RUN-SEQUENCE TO WS-RECORD-SEQUENCE.
001779     PERFORM 3900-CHECK-SEQUENCE THRU 3900-EXIT.
001782     IF WS-SEQUENCE-INVALID
001785         GO TO 2100-READ-NEXT
001788     END-IF.
001791     MOVE WS-RECORD-SEQUENCE   TO WS-RT-INDEX.
001794     MOVE 'Y'                  TO WS-RT-TRAILER-FLAG(WS-RT-INDEX).
001797     MOVE RC-RUN-DATE          TO WS-RT-RUN-DATE(WS-RT-INDEX).
001800     MOVE RC-RUN-TIME          TO WS-RT-RUN-TIME(WS-RT-INDEX).
001803     MOVE RC-LOCATION-CODE
001804                  TO WS-RT-LOCATION-CODE(WS-RT-INDEX).
001806     MOVE RC-RECORDS-PROCESSED TO WS-RT-TR-PROCESSED(WS-RT-INDEX).
001809     MOVE RC-GREETED           TO WS-RT-TR-GREETED(WS-RT-INDEX).
001812     MOVE RC-REJECTED          TO WS-RT-TR-REJECTED(WS-RT-INDEX).
001815     MOVE RC-BADGE-WRITTEN
001816                  TO WS-RT-TR-BADGE-WRITTEN(WS-RT-INDEX).
001818     MOVE RC-BARRED            TO WS-RT-TR-BARRED(WS-RT-INDEX).
001821 2100-READ-NEXT.
001830     PERFORM 2050-READ-ONE-TRAILER THRU 2050-EXIT.
001840 2100-EXIT.
001850     EXIT.
002050     EXIT.
002060
002070 3060-TALLY-ONE-VISLOG.
002071     ADD 1 TO WS-DAY-VISLOG-COUNT.
002072     IF VL-BARRED-ATTEMPT
002073         ADD 1 TO WS-DAY-BARRED-COUNT
002074     END-IF.
002075     MOVE VL-RUN-SEQUENCE TO WS-RECORD-SEQUENCE.
002076     PERFORM 3900-CHECK-SEQUENCE THRU 3900-EXIT.
002077     IF WS-SEQUENCE-VALID
002078         ADD 1 TO WS-RT-VISLOG-COUNT(WS-RECORD-SEQUENCE)
002079         IF VL-BARRED-ATTEMPT
002080             ADD 1 TO WS-RT-BARRED-COUNT(WS-RECORD-SEQUENCE)
002081         END-IF
002082     END-IF.
002090     PERFORM 3050-READ-ONE-VISLOG THRU 3050-EXIT.
002100 3060-EXIT.
002110     EXIT.
002310     EXIT.
002320
002330 3160-TALLY-ONE-BADGEIF.
002332     ADD 1 TO WS-DAY-BADGEIF-COUNT.
002334     MOVE BI-RUN-SEQUENCE TO WS-RECORD-SEQUENCE.
002336     PERFORM 3900-CHECK-SEQUENCE THRU 3900-EXIT.
002338     IF WS-SEQUENCE-VALID
002340         ADD 1 TO WS-RT-BADGEIF-COUNT(WS-RECORD-SEQUENCE)
002342     END-IF.
002350     PERFORM 3150-READ-ONE-BADGEIF THRU 3150-EXIT.
002360 3160-EXIT.
002370     EXIT.
002570     EXIT.
002580
002590 3260-TALLY-ONE-REJECT.
002592     ADD 1 TO WS-DAY-REJECT-COUNT.
002594     MOVE RJ-RUN-SEQUENCE TO WS-RECORD-SEQUENCE.
002596     PERFORM 3900-CHECK-SEQUENCE THRU 3900-EXIT.
002598     IF WS-SEQUENCE-VALID
002600         ADD 1 TO WS-RT-REJECT-COUNT(WS-RECORD-SEQUENCE)
002602     END-IF.
002610     PERFORM 3250-READ-ONE-REJECT THRU 3250-EXIT.
002620 3260-EXIT.
002630     EXIT.
002631
002632*===============================================================
002633* 3900-CHECK-SEQUENCE - IS THIS RECORD'S RUN NUMBER USABLE
002634* ZERO OR NON-NUMERIC (A RECORD FROM BEFORE RUNS WERE NUMBERED)
002635* COUNTS AS UNNUMBERED AND PUTS THE DAY OUT OF BALANCE. A GOOD
002636* NUMBER RAISES THE HIGHEST RUN THE PER-RUN PASS MUST COVER.
002637*===============================================================
002638 3900-CHECK-SEQUENCE.
002639     IF WS-RECORD-SEQUENCE IS NOT NUMERIC
002640        OR WS-RECORD-SEQUENCE = 0
002641         SET WS-SEQUENCE-INVALID TO TRUE
002642         ADD 1 TO WS-UNNUMBERED-COUNT
002643         GO TO 3900-EXIT
002644     END-IF.
002645     SET WS-SEQUENCE-VALID TO TRUE.
002646     IF WS-RECORD-SEQUENCE > WS-HIGH-SEQUENCE
002647         MOVE WS-RECORD-SEQUENCE TO WS-HIGH-SEQUENCE
002648     END-IF.
002649 3900-EXIT.
002650     EXIT.
002651
002652*===============================================================
002660* 4000-COMPARE-ALL - TRAILER VERSUS ACTUALS, LINE BY LINE
002663* RUNS AGAINST WHATEVER 5100 OR 6000 HAS LOADED INTO THE TRAILER
002666* TOTALS AND ACTUAL COUNTS - ONE RUN, OR THE WHOLE DAY.
002670*===============================================================
002680 4000-COMPARE-ALL.
002690     MOVE 'VISLOG VS TRAILER GREETED' TO WS-CHECK-LABEL.
003200 4100-EXIT.
003210     EXIT.
003220
003221*===============================================================
003222* 5000-BALANCE-RUNS - EACH RUN OF THE DAY ON ITS OWN
003223*===============================================================
003224 5000-BALANCE-RUNS.
003225     PERFORM 5100-BALANCE-ONE-RUN THRU 5100-EXIT
003226         VARYING WS-RT-INDEX FROM 1 BY 1
003227         UNTIL WS-RT-INDEX > WS-HIGH-SEQUENCE.
003228 5000-EXIT.
003229     EXIT.
003230
003231*===============================================================
003232* 5100-BALANCE-ONE-RUN - ONE RUN'S TRAILER AGAINST ITS RECORDS
003233* A NUMBER WITH NEITHER TRAILER NOR RECORDS IS A RUN THAT STOPPED
003234* BEFORE WRITING ANYTHING AND IS PASSED OVER. RECORDS WITH NO
003235* TRAILER MEAN THE RUN NEVER FINISHED.
003236*===============================================================
003237 5100-BALANCE-ONE-RUN.
003238     IF NOT WS-RT-HAS-TRAILER(WS-RT-INDEX)
003239        AND WS-RT-VISLOG-COUNT(WS-RT-INDEX) = 0
003240        AND WS-RT-BADGEIF-COUNT(WS-RT-INDEX) = 0
003241        AND WS-RT-REJECT-COUNT(WS-RT-INDEX) = 0
003242         GO TO 5100-EXIT
003243     END-IF.
003244     MOVE WS-RT-INDEX                     TO WS-RH-SEQUENCE.
003245     MOVE WS-RT-RUN-DATE(WS-RT-INDEX)      TO WS-RH-RUN-DATE.
003246     MOVE WS-RT-RUN-TIME(WS-RT-INDEX)      TO WS-RH-RUN-TIME.
003247     MOVE WS-RT-LOCATION-CODE(WS-RT-INDEX) TO WS-RH-LOCATION-CODE.
003248     MOVE WS-RUN-HEADING TO BAL-LINE.
003249     WRITE BAL-LINE.
003250     IF NOT WS-RT-HAS-TRAILER(WS-RT-INDEX)
003251         SET WS-OUT-OF-BALANCE TO TRUE
003252         MOVE SPACES TO BAL-LINE
003253         STRING 'NO CONTROL TRAILER FOR THIS RUN - RUN NEVER'
003254                                DELIMITED BY SIZE
003255                ' FINISHED'     DELIMITED BY SIZE
003256           INTO BAL-LINE
003257         WRITE BAL-LINE
003258     END-IF.
003259     MOVE WS-RT-TR-PROCESSED(WS-RT-INDEX)     TO WS-TR-PROCESSED.
003260     MOVE WS-RT-TR-GREETED(WS-RT-INDEX)       TO WS-TR-GREETED.
003261     MOVE WS-RT-TR-REJECTED(WS-RT-INDEX)      TO WS-TR-REJECTED.
003262     MOVE WS-RT-TR-BADGE-WRITTEN(WS-RT-INDEX)
003263                                          TO WS-TR-BADGE-WRITTEN.
003264     MOVE WS-RT-TR-BARRED(WS-RT-INDEX)        TO WS-TR-BARRED.
003265     MOVE WS-RT-VISLOG-COUNT(WS-RT-INDEX)     TO WS-VISLOG-COUNT.
003266     MOVE WS-RT-BADGEIF-COUNT(WS-RT-INDEX)    TO WS-BADGEIF-COUNT.
003267     MOVE WS-RT-REJECT-COUNT(WS-RT-INDEX)     TO WS-REJECT-COUNT.
003268     MOVE WS-RT-BARRED-COUNT(WS-RT-INDEX)     TO WS-BARRED-COUNT.
003269     PERFORM 4000-COMPARE-ALL THRU 4000-EXIT.
003270     ADD 1 TO WS-RUNS-BALANCED.
003271     MOVE SPACES TO BAL-LINE.
003272     WRITE BAL-LINE.
003273 5100-EXIT.
003274     EXIT.
003275
003276*===============================================================
003277* 6000-BALANCE-DAY - THE DAY AS A WHOLE
003278* THE SUM OF EVERY RUN'S TRAILER AGAINST EVERY RECORD ON EACH
003279* FILE, SO OUTPUT NO TRAILER ACCOUNTS FOR STILL SHOWS HERE.
003280*===============================================================
003281 6000-BALANCE-DAY.
003282     MOVE WS-RUNS-BALANCED TO WS-EDIT-RUNS.
003283     MOVE SPACES TO BAL-LINE.
003284     STRING 'WHOLE DAY - '     DELIMITED BY SIZE
003285            WS-EDIT-RUNS       DELIMITED BY SIZE
003286            ' RUN(S)'          DELIMITED BY SIZE
003287       INTO BAL-LINE.
003288     WRITE BAL-LINE.
003289     MOVE 0 TO WS-TR-PROCESSED.
003290     MOVE 0 TO WS-TR-GREETED.
003291     MOVE 0 TO WS-TR-REJECTED.
003292     MOVE 0 TO WS-TR-BADGE-WRITTEN.
003293     MOVE 0 TO WS-TR-BARRED.
003294     PERFORM 6100-ADD-ONE-TRAILER THRU 6100-EXIT
003295         VARYING WS-RT-INDEX FROM 1 BY 1
003296         UNTIL WS-RT-INDEX > WS-HIGH-SEQUENCE.
003297     MOVE WS-DAY-VISLOG-COUNT  TO WS-VISLOG-COUNT.
003298     MOVE WS-DAY-BADGEIF-COUNT TO WS-BADGEIF-COUNT.
003299     MOVE WS-DAY-REJECT-COUNT  TO WS-REJECT-COUNT.
003300     MOVE WS-DAY-BARRED-COUNT  TO WS-BARRED-COUNT.
003301     PERFORM 4000-COMPARE-ALL THRU 4000-EXIT.
003302     MOVE 'RECORDS WITH NO RUN NUMBER' TO WS-CHECK-LABEL.
003303     MOVE 0                   TO WS-EXPECTED-VALUE.
003304     MOVE WS-UNNUMBERED-COUNT TO WS-ACTUAL-VALUE.
003305     PERFORM 4100-COMPARE-ONE THRU 4100-EXIT.
003306 6000-EXIT.
003307     EXIT.
003308
003309*===============================================================
003310* 6100-ADD-ONE-TRAILER - ROLL ONE RUN'S TRAILER INTO THE DAY
003311*===============================================================
003312 6100-ADD-ONE-TRAILER.
003313     IF WS-RT-HAS-TRAILER(WS-RT-INDEX)
003314         ADD WS-RT-TR-PROCESSED(WS-RT-INDEX)    TO WS-TR-PROCESSED
003315         ADD WS-RT-TR-GREETED(WS-RT-INDEX)      TO WS-TR-GREETED
003316         ADD WS-RT-TR-REJECTED(WS-RT-INDEX)     TO WS-TR-REJECTED
003317         ADD WS-RT-TR-BADGE-WRITTEN(WS-RT-INDEX)
003318             TO WS-TR-BADGE-WRITTEN
003319         ADD WS-RT-TR-BARRED(WS-RT-INDEX)       TO WS-TR-BARRED
003320     END-IF.
003321 6100-EXIT.
003322     EXIT.
003323
003324*===============================================================
003325* 9000-TERMINATE - VERDICT LINE AND CLOSE
003326*===============================================================
003327 9000-TERMINATE.
003328     MOVE SPACES TO BAL-LINE.
003329     WRITE BAL-LINE.
003330     MOVE SPACES TO BAL-LINE.
003331     IF WS-IN-BALANCE
003332         STRING 'EVERY RUN AND THE DAY ARE IN BALANCE'
003333                                DELIMITED BY SIZE
003334           INTO BAL-LINE
003335     ELSE
003340         STRING 'DAY IS OUT OF BALANCE - HOLD THE BADGE'
003350                                DELIMITED BY SIZE
003360                ' LOADER AND HELLORPT' DELIMITED BY SIZE
003370           INTO BAL-LINE
