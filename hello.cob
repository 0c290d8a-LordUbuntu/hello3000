001661*                  SO THE OFFICE MESSAGING SYSTEM CAN TELL
001662*                  THE HOST THEIR GUEST IS IN THE LOBBY
001663*                  INSTEAD OF RECEPTION PHONING AROUND.
001664* 2026-10-14 JB    NON-EMPLOYEES NOW RESOLVE TO A PROFILE ON THE
001665*                  NEW VISITOR MASTER (COPYBOOK VISMAST) - MADE ON
001666*                  A FIRST VISIT, LAST-VISIT DATE AND VISIT COUNT
001667*                  KEPT CURRENT AFTER - ON BOTH RECONCILE PATHS.
001668*                  THE VISITOR ID RIDES THE LOG (VL-VISITOR-ID)
001669*                  AND THE BADGE FEED (BI-VISITOR-ID). VISLOG
001670*                  LRECL TO 119, BADGEIF LRECL TO 102.
001671* 2026-10-14 JB    STANDING APPOINTMENTS (DAILY, WEEKLY, DATE
001672*                  RANGE) NO LONGER EXPAND ON A DAY THE NEW
001673*                  BUSINESS-DAY CALENDAR (COPYBOOK CALENDAR)
001674*                  SHOWS CLOSED FOR THIS LOCATION - A HOLIDAY,
001675*                  A WEEKEND OR A PLANT SHUTDOWN - SO THEY NO
001676*                  LONGER PRINT AS NO-SHOWS. ONE-TIME DATED
001677*                  APPOINTMENTS ARE UNCHANGED. CALENDAR IS
001678*                  OPTIONAL - NO DD MEANS EVERY DAY IS OPEN.
001679* 2026-10-14 JB    THE PARM OPERATOR IS NOW CHECKED AGAINST THE
001680*                  NEW OPERATOR MASTER (COPYBOOK OPERMAST) BEFORE
001681*                  ANY FILE IS OPENED. AN OPERATOR NOT ON FILE,
001682*                  INACTIVE, OR NOT AUTHORIZED FOR THE RUN'S
001683*                  LOCATION (PARM BYTE 10, OR THE DEFAULT 'A')
001684*                  STOPS THE RUN RC 16, SO THE ID STAMPED ON
001685*                  VISLOG AND SECALERT ALWAYS NAMES A PERSON.
001686* 2026-10-15 JB    RECEPTION NOW RUNS SEVERAL BATCHES A DAY, SO
001687*                  EACH RUN IS NUMBERED WITHIN THE DAY AND
001688*                  LOCATION - ONE PAST THE HIGHEST RUN ALREADY ON
001689*                  RUNCTL OR VISLOG FOR TODAY, OR THE CHECKPOINT'S
001690*                  RUN ON A RESTART - AND THE NUMBER RIDES VISLOG,
001691*                  BADGEIF, REJFILE, RUNCTL AND THE CHECKPOINT.
001692*                  THE TRAILER'S COUNTS NOW COVER THE ONE RUN.
001693*                  TODAY'S EXPECTED ARRIVALS ALREADY ON VISLOG
001694*                  ARE MARKED ARRIVED BEFORE THE FIRST NAME IS
001695*                  READ, SO A GUEST GREETED ON AN EARLIER RUN
001696*                  NEITHER RE-MATCHES NOR LISTS AS A NO-SHOW.
001697*                  VISLOG, BADGEIF AND REJFILE EXTEND WHENEVER AN
001698*                  EARLIER RUN EXISTS TODAY. VISLOG LRECL TO 121,
001699*                  BADGEIF TO 104, REJFILE TO 95, RUNCTL TO 61,
001700*                  CHKPT TO 123.
001701* 2026-10-15 JB    THE VISITOR MASTER'S PROFILE REWRITE AND THE
001702*                  VISITOR ID CONTROL RECORD'S WRITE AND REWRITE
001703*                  ARE NOW CHECKED (HELLO0018-0020). A CONTROL
001704*                  RECORD THAT WILL NOT UPDATE LEAVES THE VISITOR
001705*                  ID ZERO AND NO PROFILE IS WRITTEN, SO NO ID IS
001706*                  EVER HANDED OUT TWICE.
001707*===============================================================
001708 IDENTIFICATION DIVISION.
001709 PROGRAM-ID. HELLO.
001710 AUTHOR. J. BURGER.
001711 INSTALLATION. DATA PROCESSING.
001712 DATE-WRITTEN. 2024-01-01.
001713 DATE-COMPILED.
001714*===============================================================
001715* ENVIRONMENT DIVISION
001716*===============================================================
001717 ENVIRONMENT DIVISION.
001718 INPUT-OUTPUT SECTION.
001719 FILE-CONTROL.
001720     SELECT NAMES-FILE ASSIGN TO NAMEIN
001730         ORGANIZATION IS SEQUENTIAL.
001740     SELECT SORT-NAMES ASSIGN TO SORTWK.
001750     SELECT PRINT-FILE ASSIGN TO PRTOUT
001760         ORGANIZATION IS SEQUENTIAL.
001770     SELECT VISITOR-LOG ASSIGN TO VISLOG
001776         ORGANIZATION IS SEQUENTIAL
001782         FILE STATUS IS WS-VISLOG-STATUS.
001790     SELECT ERROR-REPORT ASSIGN TO ERRRPT
001800         ORGANIZATION IS SEQUENTIAL.
001810     SELECT CHECKPOINT-FILE ASSIGN TO CHKPT
001860     SELECT REJECT-FILE ASSIGN TO REJFILE
001870         ORGANIZATION IS SEQUENTIAL.
001880     SELECT RUN-CONTROL ASSIGN TO RUNCTL
001886         ORGANIZATION IS SEQUENTIAL
001892         FILE STATUS IS WS-RUNCTL-STATUS.
001900     SELECT EXPECTED-VISITORS ASSIGN TO EXPVIS
001910         ORGANIZATION IS SEQUENTIAL
001920         FILE STATUS IS WS-EXPVIS-STATUS.
002060         RECORD KEY IS EM-EMP-NUMBER
002065         ALTERNATE RECORD KEY IS EM-NAME WITH DUPLICATES
002070         FILE STATUS IS WS-EMPMAST-STATUS.
002071     SELECT VISITOR-MASTER ASSIGN TO VISMAST
002072         ORGANIZATION IS INDEXED
002073         ACCESS MODE IS DYNAMIC
002074         RECORD KEY IS VM-VISITOR-ID
002075         ALTERNATE RECORD KEY IS VM-NAME WITH DUPLICATES
002076         FILE STATUS IS WS-VISMAST-STATUS.
002077     SELECT CALENDAR-FILE ASSIGN TO CALENDAR
002078         ORGANIZATION IS INDEXED
002079         ACCESS MODE IS DYNAMIC
002080         RECORD KEY IS CL-KEY
002081         FILE STATUS IS WS-CALENDAR-STATUS.
002082     SELECT OPERATOR-MASTER ASSIGN TO OPERMAST
002083         ORGANIZATION IS INDEXED
002084         ACCESS MODE IS RANDOM
002085         RECORD KEY IS OP-OPERATOR-ID
002086         FILE STATUS IS WS-OPERMAST-STATUS.
002087*===============================================================
002090* DATA DIVISION
002100*===============================================================
002110 DATA DIVISION.
002430     05 CK-BADGE-WRITTEN             PIC 9(07).
002440     05 CK-CHECKPOINT-COUNT          PIC 9(07).
002445     05 CK-BARRED                    PIC 9(07).
002447     05 CK-RUN-SEQUENCE              PIC 9(02).
002450
002460 FD  BADGE-INTERFACE
002470     RECORDING MODE IS F.
002730 FD  EMPLOYEE-MASTER.
002740     COPY EMPMAST.
002750
002751 FD  VISITOR-MASTER.
002752     COPY VISMAST.
002753
002754 FD  CALENDAR-FILE.
002755     COPY CALENDAR.
002756
002757 FD  OPERATOR-MASTER.
002758     COPY OPERMAST.
002759
002760 WORKING-STORAGE SECTION.
002770*---------------------------------------------------------------
002780* SWITCHES
003038         88 WS-WATCH-NO-HIT                    VALUE 'N'.
003039     05 WS-DUP-NAME-SWITCH           PIC X(01) VALUE 'N'.
003040         88 WS-DUP-NAME-SEEN                   VALUE 'Y'.
003041     05 WS-TODAY-OPEN-SWITCH         PIC X(01) VALUE 'Y'.
003042         88 WS-TODAY-OPEN                      VALUE 'Y'.
003043         88 WS-TODAY-CLOSED                    VALUE 'N'.
003044     05 WS-VISLOG-EOF-SWITCH         PIC X(01) VALUE 'N'.
003045         88 WS-END-OF-VISLOG                   VALUE 'Y'.
003046     05 WS-RUNCTL-EOF-SWITCH         PIC X(01) VALUE 'N'.
003047         88 WS-END-OF-RUNCTL                   VALUE 'Y'.
003048
003050*---------------------------------------------------------------
003060* WORK AREAS
003070*---------------------------------------------------------------
003125     05 WS-DAY-OF-WEEK               PIC 9(01) VALUE 0.
003130     05 WS-OPERATOR-ID               PIC X(08) VALUE SPACES.
003135     05 WS-LOCATION-CODE             PIC X(01) VALUE 'A'.
003137     05 WS-RUN-SEQUENCE              PIC 9(02) VALUE 0.
003140
003150 01  WS-NAME-EDIT.
003160     05 WS-CHAR-INDEX                PIC 9(02) COMP.
003210 01  WS-EMPMAST-STATUS               PIC X(02) VALUE SPACES.
003220
003230 01  WS-EXPVIS-STATUS                PIC X(02) VALUE SPACES.
003231
003232*---------------------------------------------------------------
003233* THE VISITOR-MASTER PROFILE ID RESOLVED FOR A NON-EMPLOYEE -
003234* ZERO FOR AN EMPLOYEE, A BARRED ATTEMPT OR A REJECT.
003235*---------------------------------------------------------------
003236 01  WS-VISITOR-ID                   PIC 9(08) VALUE 0.
003237
003238 01  WS-VISMAST-STATUS               PIC X(02) VALUE SPACES.
003239
003240 01  WS-CALENDAR-STATUS              PIC X(02) VALUE SPACES.
003241
003242 01  WS-OPERMAST-STATUS              PIC X(02) VALUE SPACES.
003243
003244 01  WS-LOCATION-TALLY               PIC 9(02) COMP VALUE 0.
003245
003246 01  WS-VISLOG-STATUS                PIC X(02) VALUE SPACES.
003247
003248 01  WS-RUNCTL-STATUS                PIC X(02) VALUE SPACES.
003249
003250*---------------------------------------------------------------
003251* THE HIGHEST RUN SEQUENCE ALREADY ON RUNCTL OR VISLOG FOR THIS
003252* DATE AND LOCATION - ZERO ON THE DAY'S FIRST RUN - AND HOW MANY
003253* OF TODAY'S APPOINTMENTS THOSE EARLIER RUNS ALREADY GREETED.
003254*---------------------------------------------------------------
003255 01  WS-PRIOR-RUN-SEQUENCE           PIC 9(02) VALUE 0.
003256
003257 01  WS-CARRIED-COUNT                PIC 9(04) COMP VALUE 0.
003258
003259*---------------------------------------------------------------
003260* EXPECTED-VISITOR APPOINTMENTS - LOADED FROM EXPVIS AT START
003270* OF RUN. EACH GREETED VISITOR IS MATCHED HERE ON NAME AND
003280* VISIT DATE; WHATEVER IS STILL UNMATCHED AT END OF RUN GOES
003286* TO THE NO-SHOW LISTING. ARRIVALS LOGGED BY THE DAY'S EARLIER
003292* RUNS ARE MARKED ARRIVED BEFORE THIS RUN GREETS ANYONE (1250).
003300*---------------------------------------------------------------
003310 01  WS-EXPECTED-TABLE.
003320     05 WS-EXPECTED-COUNT            PIC 9(04) COMP VALUE 0.
004390     05 WS-CHECK-REMAINDER           PIC 9(04) COMP VALUE 0.
004400
004410*---------------------------------------------------------------
004420* RUN CONTROL TOTALS - CUMULATIVE FOR THIS RUN. A RESTARTED RUN
004430* RESTORES THEM FROM THE LAST CHECKPOINT (1170), SO THE TRAILER
004440* EACH ATTEMPT APPENDS TO RUNCTL COVERS THE WHOLE RUN AND
004450* HELLOBAL BALANCES EACH RUN SEQUENCE AGAINST ITS LAST TRAILER.
004460*---------------------------------------------------------------
004470 01  WS-CONTROL-TOTALS.
004480     05 WS-PROCESSED-COUNT           PIC 9(07) COMP VALUE 0.
004864        AND DL-LOCATION-CODE NOT = SPACE
004866         MOVE DL-LOCATION-CODE TO WS-LOCATION-CODE
004868     END-IF.
004869     PERFORM 1050-VALIDATE-OPERATOR THRU 1050-EXIT.
004870     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
004880     ACCEPT WS-RUN-TIME FROM TIME.
004885     ACCEPT WS-DAY-OF-WEEK FROM DAY-OF-WEEK.
004920     OPEN OUTPUT PRINT-FILE.
004930     OPEN OUTPUT ERROR-REPORT.
004940     OPEN OUTPUT NOSHOW-REPORT.
004945     PERFORM 1290-CHECK-CALENDAR THRU 1290-EXIT.
004950     PERFORM 1300-LOAD-EXPECTED THRU 1300-EXIT.
004955     PERFORM 1350-LOAD-WATCHLIST THRU 1350-EXIT.
004960     PERFORM 1400-LOAD-TEMPLATES THRU 1400-EXIT.
004970     PERFORM 1150-GET-RESTART-POINT THRU 1150-EXIT.
004975     PERFORM 1250-FIND-EARLIER-RUNS THRU 1250-EXIT.
004980     PERFORM 1155-OPEN-RESTARTABLE-FILES THRU 1155-EXIT.
004990     OPEN INPUT EMPLOYEE-MASTER.
005000     IF WS-EMPMAST-STATUS NOT = '00'
005100         MOVE 16 TO RETURN-CODE
005110         STOP RUN
005120     END-IF.
005121     OPEN I-O VISITOR-MASTER.
005122     IF WS-VISMAST-STATUS NOT = '00'
005123         DISPLAY 'HELLO0007 VISITOR MASTER OPEN FAILED, STATUS '
005124                 WS-VISMAST-STATUS
005125         MOVE 16 TO RETURN-CODE
005126         STOP RUN
005127     END-IF.
005130     IF NOT WS-HIGH-VOLUME
005131         PERFORM 8000-READ-NAMES-FILE THRU 8000-EXIT
005132         PERFORM 1200-SKIP-PROCESSED-RECORDS THRU 1200-EXIT
005133     END-IF.
005134 1000-EXIT.
005135     EXIT.
005136
005137*===============================================================
005138* 1050-VALIDATE-OPERATOR - WHO IS RUNNING THIS LOBBY
005139* THE PARM OPERATOR MUST BE ON THE OPERATOR MASTER, ACTIVE,
005140* AND AUTHORIZED FOR THE RUN'S LOCATION - THAT CODE, OR '*',
005141* SOMEWHERE IN OP-LOCATIONS. ANYTHING ELSE STOPS THE RUN
005142* BEFORE A FILE IS OPENED, SO NOTHING IS LOGGED UNDER AN ID
005143* THAT NAMES NOBODY.
005144*===============================================================
005145 1050-VALIDATE-OPERATOR.
005146     IF DL-PARM-LENGTH < 8
005147        OR WS-OPERATOR-ID = SPACES
005148         DISPLAY 'HELLO0011 OPERATOR ID PARM MISSING'
005149         MOVE 16 TO RETURN-CODE
005150         STOP RUN
005151     END-IF.
005152     OPEN INPUT OPERATOR-MASTER.
005153     IF WS-OPERMAST-STATUS NOT = '00'
005154         DISPLAY 'HELLO0012 OPERATOR MASTER OPEN FAILED, STATUS '
005155                 WS-OPERMAST-STATUS
005156         MOVE 16 TO RETURN-CODE
005157         STOP RUN
005158     END-IF.
005159     MOVE WS-OPERATOR-ID TO OP-OPERATOR-ID.
005160     READ OPERATOR-MASTER
005161         INVALID KEY
005162             DISPLAY 'HELLO0013 OPERATOR ' WS-OPERATOR-ID
005163                     ' NOT ON THE OPERATOR MASTER'
005164             MOVE 16 TO RETURN-CODE
005165             STOP RUN
005166     END-READ.
005167     IF NOT OP-ACTIVE
005168         DISPLAY 'HELLO0014 OPERATOR ' WS-OPERATOR-ID
005169                 ' IS INACTIVE'
005170         MOVE 16 TO RETURN-CODE
005171         STOP RUN
005172     END-IF.
005173     MOVE 0 TO WS-LOCATION-TALLY.
005174     INSPECT OP-LOCATIONS TALLYING WS-LOCATION-TALLY
005175         FOR ALL WS-LOCATION-CODE ALL '*'.
005176     IF WS-LOCATION-TALLY = 0
005177         DISPLAY 'HELLO0015 OPERATOR ' WS-OPERATOR-ID
005178                 ' NOT AUTHORIZED FOR LOCATION '
005179                 WS-LOCATION-CODE
005180         MOVE 16 TO RETURN-CODE
005181         STOP RUN
005182     END-IF.
005183     CLOSE OPERATOR-MASTER.
005184 1050-EXIT.
005185     EXIT.
005190
005200*===============================================================
005210* 1150-GET-RESTART-POINT - FIND HOW FAR A PRIOR RUN GOT
005330     EXIT.
005340
005350*===============================================================
005360* 1155-OPEN-RESTARTABLE-FILES - EXTEND ON RESTART OR A LATER RUN
005370* VISITOR-LOG, BADGE-INTERFACE AND REJECT-FILE MUST KEEP THE DAY'S
005380* RECORDS ACROSS A RESTART, SO A RESTARTED RUN EXTENDS THE SAME
005390* DATASET A PRIOR ABENDED RUN LEFT BEHIND INSTEAD OF STARTING A
005396* NEW, EMPTY ONE. A SECOND OR LATER RUN OF THE DAY EXTENDS THEM
005402* THE SAME WAY, AFTER THE EARLIER RUNS' RECORDS.
005410*===============================================================
005420 1155-OPEN-RESTARTABLE-FILES.
005430     IF WS-RESTART-COUNT > 0
005435        OR WS-PRIOR-RUN-SEQUENCE > 0
005440         OPEN EXTEND VISITOR-LOG
005450         OPEN EXTEND BADGE-INTERFACE
005460         OPEN EXTEND REJECT-FILE
005740     MOVE CK-BADGE-WRITTEN TO WS-BADGEIF-COUNT.
005750     MOVE CK-CHECKPOINT-COUNT TO WS-CHECKPOINT-COUNT.
005755     MOVE CK-BARRED        TO WS-BARRED-COUNT.
005757     MOVE CK-RUN-SEQUENCE  TO WS-RUN-SEQUENCE.
005760     PERFORM 1160-READ-CHECKPOINT THRU 1160-EXIT.
005770 1170-EXIT.
005780     EXIT.
005790
005791*===============================================================
005792* 1200-SKIP-PROCESSED-RECORDS - FAST-FORWARD PAST OLD WORK
005793*===============================================================
005794 1200-SKIP-PROCESSED-RECORDS.
005795     PERFORM 1210-SKIP-ONE-RECORD THRU 1210-EXIT
005796         UNTIL WS-RECORD-COUNT >= WS-RESTART-COUNT
005797            OR WS-END-OF-NAMES.
005798 1200-EXIT.
005799     EXIT.
005800
005801*===============================================================
005802* 1210-SKIP-ONE-RECORD - DISCARD ONE ALREADY-PROCESSED RECORD
005803*===============================================================
005804 1210-SKIP-ONE-RECORD.
005805     ADD 1 TO WS-RECORD-COUNT.
005806     PERFORM 8000-READ-NAMES-FILE THRU 8000-EXIT.
005807 1210-EXIT.
005808     EXIT.
005809
005810*===============================================================
005811* 1250-FIND-EARLIER-RUNS - NUMBER THIS RUN WITHIN THE DAY
005812* RECEPTION RUNS SEVERAL BATCHES A DAY AT EACH LOBBY. THIS RUN
005813* IS ONE PAST THE HIGHEST SEQUENCE ALREADY ON RUNCTL OR VISLOG
005814* FOR TODAY AND THIS LOCATION - VISLOG TOO, SO A RUN THAT DIED
005815* BEFORE ITS TRAILER STILL HOLDS ITS NUMBER. A RESTART KEEPS THE
005816* CHECKPOINT'S RUN (1170). THE SAME VISLOG PASS MARKS TODAY'S
005817* EXPECTED ARRIVALS ALREADY GREETED, SO THEY DO NOT NO-SHOW ON
005818* THIS RUN. BOTH FILES ARE CREATED EMPTY BY THE FIRST RUN'S DD;
005819* A FAILED OPEN JUST MEANS NO EARLIER RUN.
005820*===============================================================
005821 1250-FIND-EARLIER-RUNS.
005822     MOVE 0 TO WS-PRIOR-RUN-SEQUENCE.
005823     OPEN INPUT RUN-CONTROL.
005824     IF WS-RUNCTL-STATUS = '00'
005825         PERFORM 1260-READ-PRIOR-TRAILER THRU 1260-EXIT
005826         PERFORM 1265-NOTE-PRIOR-TRAILER THRU 1265-EXIT
005827             UNTIL WS-END-OF-RUNCTL
005828         CLOSE RUN-CONTROL
005829     END-IF.
005830     OPEN INPUT VISITOR-LOG.
005831     IF WS-VISLOG-STATUS = '00'
005832         PERFORM 1270-READ-PRIOR-ARRIVAL THRU 1270-EXIT
005833         PERFORM 1275-NOTE-PRIOR-ARRIVAL THRU 1275-EXIT
005834             UNTIL WS-END-OF-VISLOG
005835         CLOSE VISITOR-LOG
005836     END-IF.
005837     IF WS-RESTART-COUNT = 0
005838         IF WS-PRIOR-RUN-SEQUENCE >= 99
005839             DISPLAY 'HELLO0016 99 RUNS ALREADY LOGGED FOR '
005840                     WS-RUN-DATE ' AT LOCATION ' WS-LOCATION-CODE
005841             MOVE 16 TO RETURN-CODE
005842             STOP RUN
005843         END-IF
005844         ADD 1 TO WS-PRIOR-RUN-SEQUENCE GIVING WS-RUN-SEQUENCE
005845     END-IF.
005846     DISPLAY 'HELLO0017 RUN ' WS-RUN-SEQUENCE ' FOR ' WS-RUN-DATE
005847             ' AT LOCATION ' WS-LOCATION-CODE.
005848 1250-EXIT.
005849     EXIT.
005850
005851*===============================================================
005852* 1260-READ-PRIOR-TRAILER - READ-AHEAD LOGIC FOR RUN-CONTROL
005853*===============================================================
005854 1260-READ-PRIOR-TRAILER.
005855     READ RUN-CONTROL
005856         AT END
005857             SET WS-END-OF-RUNCTL TO TRUE
005858     END-READ.
005859 1260-EXIT.
005860     EXIT.
005861
005862*===============================================================
005863* 1265-NOTE-PRIOR-TRAILER - KEEP THE HIGHEST RUN SEEN TODAY
005864*===============================================================
005865 1265-NOTE-PRIOR-TRAILER.
005866     IF RC-RUN-DATE = WS-RUN-DATE
005867        AND RC-LOCATION-CODE = WS-LOCATION-CODE
005868        AND RC-RUN-SEQUENCE > WS-PRIOR-RUN-SEQUENCE
005869         MOVE RC-RUN-SEQUENCE TO WS-PRIOR-RUN-SEQUENCE
005870     END-IF.
005871     PERFORM 1260-READ-PRIOR-TRAILER THRU 1260-EXIT.
005872 1265-EXIT.
005873     EXIT.
005874
005875*===============================================================
005876* 1270-READ-PRIOR-ARRIVAL - READ-AHEAD LOGIC FOR VISITOR-LOG
005877*===============================================================
005878 1270-READ-PRIOR-ARRIVAL.
005879     READ VISITOR-LOG
005880         AT END
005881             SET WS-END-OF-VISLOG TO TRUE
005882     END-READ.
005883 1270-EXIT.
005884     EXIT.
005885
005886*===============================================================
005887* 1275-NOTE-PRIOR-ARRIVAL - ONE RECORD FROM AN EARLIER RUN
005888*===============================================================
005889 1275-NOTE-PRIOR-ARRIVAL.
005890     IF VL-RUN-DATE NOT = WS-RUN-DATE
005891        OR VL-LOCATION-CODE NOT = WS-LOCATION-CODE
005892         GO TO 1275-READ-NEXT
005893     END-IF.
005894     IF VL-RUN-SEQUENCE > WS-PRIOR-RUN-SEQUENCE
005895         MOVE VL-RUN-SEQUENCE TO WS-PRIOR-RUN-SEQUENCE
005896     END-IF.
005897     IF VL-EXPECTED-VISIT
005898         PERFORM 1280-CARRY-ONE-ARRIVAL THRU 1280-EXIT
005899     END-IF.
005900 1275-READ-NEXT.
005901     PERFORM 1270-READ-PRIOR-ARRIVAL THRU 1270-EXIT.
005902 1275-EXIT.
005903     EXIT.
005904
005905*===============================================================
005906* 1280-CARRY-ONE-ARRIVAL - MARK AN EARLIER RUN'S MATCH ARRIVED
005907* THE LOG CARRIES NO VISIT DATE, SO THE CARRIED ARRIVAL MATCHES
005908* TODAY'S FIRST STILL-OPEN APPOINTMENT UNDER THE SAME NAME -
005909* ONE LOG RECORD PER APPOINTMENT, AS 2066 MATCHED THEM.
005910*===============================================================
005911 1280-CARRY-ONE-ARRIVAL.
005912     SET WS-APPT-NOT-FOUND TO TRUE.
005913     PERFORM 1285-CHECK-ONE-CARRIED THRU 1285-EXIT
005914         VARYING WS-XV-INDEX FROM 1 BY 1
005915         UNTIL WS-XV-INDEX > WS-EXPECTED-COUNT
005916            OR WS-APPT-FOUND.
005917 1280-EXIT.
005918     EXIT.
005919
005920*===============================================================
005921* 1285-CHECK-ONE-CARRIED - MATCH ONE TABLED APPOINTMENT
005922*===============================================================
005923 1285-CHECK-ONE-CARRIED.
005924     IF WS-XV-NAME(WS-XV-INDEX) = VL-NAME
005925        AND WS-XV-DATE(WS-XV-INDEX) = WS-RUN-DATE
005926        AND NOT WS-XV-ARRIVED(WS-XV-INDEX)
005927         MOVE 'Y' TO WS-XV-ARRIVED-FLAG(WS-XV-INDEX)
005928         ADD 1 TO WS-CARRIED-COUNT
005929         SET WS-APPT-FOUND TO TRUE
005930     END-IF.
005931 1285-EXIT.
005932     EXIT.
005933
005934*===============================================================
005935* 1290-CHECK-CALENDAR - IS THE RUN DATE OPEN AT THIS LOCATION
005936* THIS SITE'S OWN CALENDAR RECORD WINS; OTHERWISE THE COMPANY-
005937* WIDE (SPACE-LOCATION) RECORD; A DAY NOT ON THE CALENDAR AT
005938* ALL IS A BUSINESS DAY. ONLY A 'B' DAY IS OPEN.
005939*===============================================================
005940 1290-CHECK-CALENDAR.
005941     SET WS-TODAY-OPEN TO TRUE.
005942     OPEN INPUT CALENDAR-FILE.
005943     IF WS-CALENDAR-STATUS NOT = '00'
005944         DISPLAY 'HELLO0009 CALENDAR NOT AVAILABLE, STATUS '
005945                 WS-CALENDAR-STATUS ' - DAY TREATED AS OPEN'
005946         GO TO 1290-EXIT
005947     END-IF.
005948     MOVE WS-RUN-DATE      TO CL-CAL-DATE.
005949     MOVE WS-LOCATION-CODE TO CL-LOCATION-CODE.
005950     READ CALENDAR-FILE
005951         INVALID KEY
005952             MOVE WS-RUN-DATE TO CL-CAL-DATE
005953             MOVE SPACE       TO CL-LOCATION-CODE
005954             READ CALENDAR-FILE
005955                 INVALID KEY
005956                     SET CL-BUSINESS-DAY TO TRUE
005957             END-READ
005958     END-READ.
005959     IF NOT CL-BUSINESS-DAY
005960         SET WS-TODAY-CLOSED TO TRUE
005961         DISPLAY 'HELLO0010 ' WS-RUN-DATE ' IS A CLOSED DAY AT '
005962                 'LOCATION ' WS-LOCATION-CODE
005963                 ' - STANDING APPOINTMENTS NOT EXPECTED'
005964     END-IF.
005965     CLOSE CALENDAR-FILE.
005966 1290-EXIT.
005970     EXIT.
005980
005990*===============================================================
006284* FROM/TO DATE RANGE) EXPANDS INTO ONE RUN-DATE OCCURRENCE
006286* WHEN IT APPLIES TODAY AND IS CARRIED PAST WHEN IT DOES NOT;
006288* FROM THE TABLE ON, AN EXPANDED OCCURRENCE IS INDISTINGUISH-
006289* ABLE FROM A HAND-KEYED ONE. NO STANDING APPOINTMENT APPLIES
006290* ON A DAY THE CALENDAR SHOWS CLOSED (SEE 1290).
006292*===============================================================
006300 1320-TABLE-ONE-EXPECTED.
006301* ANOTHER LOBBY'S APPOINTMENT IS THAT SITE'S RUN'S BUSINESS -
006386
006388*===============================================================
006390* 1324-TABLE-TODAY-OCCURRENCE - EXPAND A STANDING RECORD
006391*===============================================================
006392 1324-TABLE-TODAY-OCCURRENCE.
006393     IF WS-TODAY-CLOSED
006394         GO TO 1324-EXIT
006395     END-IF.
006396     MOVE WS-RUN-DATE TO WS-XV-TABLE-DATE.
006398     PERFORM 1326-STASH-ONE-EXPECTED THRU 1326-EXIT.
006400 1324-EXIT.
007170* REJECT PATH KEEPS THE RECORD EXACTLY AS KEYED.
007180*===============================================================
007190 2010-GREET-ONE-NAME.
007195     MOVE 0 TO WS-VISITOR-ID.
007200     PERFORM 2100-VALIDATE-NAME THRU 2100-EXIT.
007210     IF WS-NAME-IS-INVALID
007220         PERFORM 2050-WRITE-ERROR-LINE THRU 2050-EXIT
007462     EXIT.
007463
007464*===============================================================
007465* 2040-RESOLVE-VISITOR - FIND OR CREATE THE VISITOR'S PROFILE
007466* EVERY NON-EMPLOYEE RESOLVES TO A PROFILE ON THE VISITOR
007467* MASTER BY A KEYED READ ON THE NAME INDEX, ON BOTH RECONCILE
007468* PATHS - AN 'H'-MODE RUN IS ALMOST ALL EMPLOYEES, SO THE FEW
007469* VISITORS IN IT DO NOT JUSTIFY A SECOND MERGE PASS. A NAME
007470* NOT ON FILE IS A FIRST VISIT AND GETS A NEW PROFILE UNDER THE
007471* NEXT VISITOR ID.
007472*===============================================================
007473 2040-RESOLVE-VISITOR.
007474     MOVE 0 TO WS-VISITOR-ID.
007475     MOVE VR-NAME TO VM-NAME.
007476     READ VISITOR-MASTER KEY IS VM-NAME
007477         INVALID KEY
007478             PERFORM 2044-CREATE-VISITOR-PROFILE THRU 2044-EXIT
007479         NOT INVALID KEY
007480             PERFORM 2041-CHECK-DUPLICATE-VISITOR THRU 2041-EXIT
007481             PERFORM 2043-UPDATE-VISITOR-PROFILE THRU 2043-EXIT
007482     END-READ.
007483 2040-EXIT.
007484     EXIT.
007485
007486*===============================================================
007487* 2041-CHECK-DUPLICATE-VISITOR - A SECOND PROFILE, SAME NAME?
007488* THE VISITOR TWIN OF 2062. THE VISIT RESOLVES TO THE FIRST
007489* (LOWEST-NUMBERED) PROFILE, BUT THE COLLISION GOES TO ERRRPT
007490* SO THE DESK CAN CONFIRM WHICH VISITOR THIS IS AND FIX THE
007491* PROFILE THROUGH VISUPDT.
007492*===============================================================
007493 2041-CHECK-DUPLICATE-VISITOR.
007494     MOVE VM-VISITOR-ID TO WS-VISITOR-ID.
007495     READ VISITOR-MASTER NEXT RECORD
007496         AT END
007497             GO TO 2041-EXIT
007498     END-READ.
007499     IF VM-NAME = VR-NAME
007500         MOVE SPACES TO ERROR-LINE
007501         STRING 'DUPLICATE NAME ON VISITOR MASTER - VERIFY ID: '
007502                                 DELIMITED BY SIZE
007503                VR-NAME          DELIMITED BY SIZE
007504           INTO ERROR-LINE
007505         WRITE ERROR-LINE
007506     END-IF.
007507 2041-EXIT.
007508     EXIT.
007509
007510*===============================================================
007511* 2043-UPDATE-VISITOR-PROFILE - COUNT A RETURN VISIT
007512* THE PROFILE IS RE-READ ON ITS VISITOR ID (THE DUPLICATE CHECK
007513* MAY HAVE READ PAST IT). ONLY A VISIT DATE LATER THAN THE LAST
007514* ONE COUNTS, SO A SAME-DAY RETURN OR A RESTARTED RUN GREETING
007515* THE NAME AGAIN DOES NOT COUNT THE SAME VISIT TWICE. A PROFILE
007516* RECEPTION KEYED AHEAD OF THE FIRST VISIT HAS NO FIRST-VISIT
007517* DATE YET AND PICKS ONE UP HERE.
007518*===============================================================
007519 2043-UPDATE-VISITOR-PROFILE.
007520     MOVE WS-VISITOR-ID TO VM-VISITOR-ID.
007521     READ VISITOR-MASTER KEY IS VM-VISITOR-ID
007522         INVALID KEY
007523             GO TO 2043-EXIT
007524     END-READ.
007525     IF VR-VISIT-DATE > VM-LAST-VISIT-DATE
007526         MOVE VR-VISIT-DATE TO VM-LAST-VISIT-DATE
007527         IF VM-FIRST-VISIT-DATE = 0
007528             MOVE VR-VISIT-DATE TO VM-FIRST-VISIT-DATE
007529         END-IF
007530         IF VM-VISIT-COUNT < 99999
007531             ADD 1 TO VM-VISIT-COUNT
007532         END-IF
007533         REWRITE VISITOR-MASTER-RECORD
007534             INVALID KEY
007535                 DISPLAY 'HELLO0018 VISITOR PROFILE REWRITE '
007536                         'FAILED, STATUS ' WS-VISMAST-STATUS
007537                         ' FOR ' VR-NAME
007538         END-REWRITE
007539     END-IF.
007540 2043-EXIT.
007541     EXIT.
007542
007543*===============================================================
007544* 2044-CREATE-VISITOR-PROFILE - FIRST VISIT, NEW PROFILE
007545* COMPANY AND PHONE START BLANK; RECEPTION FILLS THEM IN LATER
007546* THROUGH VISUPDT. A PROFILE THAT WILL NOT WRITE LEAVES THE
007547* VISITOR ID ZERO - THE GREETING STILL GOES OUT. SO DOES A
007548* VISITOR ID CONTROL RECORD THAT WILL NOT UPDATE, AND THEN NO
007549* PROFILE IS WRITTEN AT ALL.
007550*===============================================================
007551 2044-CREATE-VISITOR-PROFILE.
007552     PERFORM 2045-NEXT-VISITOR-ID THRU 2045-EXIT.
007553     IF WS-VISITOR-ID = 0
007554         GO TO 2044-EXIT
007555     END-IF.
007556     MOVE SPACES             TO VISITOR-MASTER-RECORD.
007557     MOVE WS-VISITOR-ID      TO VM-VISITOR-ID.
007558     MOVE VR-NAME            TO VM-NAME.
007559     MOVE VR-VISIT-DATE      TO VM-FIRST-VISIT-DATE.
007560     MOVE VR-VISIT-DATE      TO VM-LAST-VISIT-DATE.
007561     MOVE 1                  TO VM-VISIT-COUNT.
007562     WRITE VISITOR-MASTER-RECORD
007563         INVALID KEY
007564             DISPLAY 'HELLO0008 VISITOR PROFILE WRITE FAILED, '
007565                     'STATUS ' WS-VISMAST-STATUS ' FOR ' VR-NAME
007566             MOVE 0 TO WS-VISITOR-ID
007567     END-WRITE.
007568 2044-EXIT.
007569     EXIT.
007570
007571*===============================================================
007572* 2045-NEXT-VISITOR-ID - TAKE THE NEXT ID FROM THE CONTROL RECORD
007573* THE CONTROL RECORD (VISITOR ID ZERO) IS READ FRESH FOR EVERY
007574* NEW PROFILE BECAUSE BOTH LOBBIES' RUNS - AND VISUPDT - DRAW
007575* IDS FROM THE SAME MASTER. A NEW, EMPTY MASTER HAS NO CONTROL
007576* RECORD YET; THE FIRST NEW PROFILE WRITES ONE STARTING AT 1.
007577* A CONTROL RECORD THAT WILL NOT WRITE OR REWRITE RETURNS ID
007578* ZERO, SO THE NEXT NEW VISITOR CANNOT BE HANDED THE SAME ID.
007579*===============================================================
007580 2045-NEXT-VISITOR-ID.
007581     MOVE 0 TO WS-VISITOR-ID.
007582     MOVE 0 TO VM-VISITOR-ID.
007583     READ VISITOR-MASTER KEY IS VM-VISITOR-ID
007584         INVALID KEY
007585             MOVE SPACES TO VISITOR-MASTER-RECORD
007586             MOVE 0 TO VM-VISITOR-ID
007587             MOVE 1 TO VM-NEXT-VISITOR-ID
007588             WRITE VISITOR-MASTER-RECORD
007589                 INVALID KEY
007590                     DISPLAY 'HELLO0019 VISITOR ID CONTROL '
007591                             'RECORD WRITE FAILED, STATUS '
007592                             WS-VISMAST-STATUS
007593                     GO TO 2045-EXIT
007594             END-WRITE
007595     END-READ.
007596     MOVE VM-NEXT-VISITOR-ID TO WS-VISITOR-ID.
007597     ADD 1 TO VM-NEXT-VISITOR-ID.
007598     REWRITE VISITOR-MASTER-RECORD
007599         INVALID KEY
007600             DISPLAY 'HELLO0020 VISITOR ID CONTROL RECORD '
007601                     'REWRITE FAILED, STATUS ' WS-VISMAST-STATUS
007602             MOVE 0 TO WS-VISITOR-ID
007603     END-REWRITE.
007604 2045-EXIT.
007605     EXIT.
007606
007607*===============================================================
007608* 2900-TAKE-CHECKPOINT - RECORD PROGRESS EVERY N RECORDS
007609*===============================================================
007610 2900-TAKE-CHECKPOINT.
007611     DIVIDE WS-RECORD-COUNT BY WS-CHECKPOINT-INTERVAL
007612         GIVING WS-CHECK-QUOTIENT
007613         REMAINDER WS-CHECK-REMAINDER.
007614     IF WS-CHECK-REMAINDER = 0
007615         MOVE WS-RECORD-COUNT TO CK-RECORD-NUMBER
007616         MOVE VR-NAME          TO CK-NAME
007617         MOVE WS-RUN-DATE      TO CK-RUN-DATE
007618         MOVE WS-PROCESSED-COUNT TO CK-PROCESSED
007619         MOVE WS-GREETED-COUNT   TO CK-GREETED
007620         MOVE WS-REJECTED-COUNT  TO CK-REJECTED
007621         MOVE WS-BADGEIF-COUNT   TO CK-BADGE-WRITTEN
007622         ADD 1 TO WS-CHECKPOINT-COUNT
007623         MOVE WS-CHECKPOINT-COUNT TO CK-CHECKPOINT-COUNT
007624         MOVE WS-BARRED-COUNT    TO CK-BARRED
007625         MOVE WS-RUN-SEQUENCE    TO CK-RUN-SEQUENCE
007626         WRITE CHECKPOINT-RECORD
007627     END-IF.
007628 2900-EXIT.
007630     EXIT.
007640
007650*===============================================================
007760             MOVE SPACES TO VR-BADGE-NUMBER
007770             MOVE SPACES TO VR-DEPT-CODE
007780             PERFORM 2070-ASSIGN-VISITOR-BADGE THRU 2070-EXIT
007785             PERFORM 2040-RESOLVE-VISITOR THRU 2040-EXIT
007790         NOT INVALID KEY
007800             SET VR-EMPLOYEE TO TRUE
007805             MOVE EM-EMP-NUMBER   TO WS-EMP-NUMBER
008050         MOVE SPACES TO VR-BADGE-NUMBER
008060         MOVE SPACES TO VR-DEPT-CODE
008070         PERFORM 2070-ASSIGN-VISITOR-BADGE THRU 2070-EXIT
008075         PERFORM 2040-RESOLVE-VISITOR THRU 2040-EXIT
008080     END-IF.
008090 2068-EXIT.
008100     EXIT.
011930     WRITE ERROR-LINE.
011940     MOVE WS-REJECT-REASON-CODE TO RJ-REASON-CODE.
011950     MOVE VISITOR-RECORD        TO RJ-VISITOR-IMAGE.
011955     MOVE WS-RUN-SEQUENCE       TO RJ-RUN-SEQUENCE.
011960     WRITE REJECT-RECORD.
011970     ADD 1 TO WS-REJECTED-COUNT.
011980 2050-EXIT.
012475     MOVE VR-BADGE-NUMBER   TO VL-BADGE-NUMBER.
012477     MOVE WS-EMP-NUMBER     TO VL-EMP-NUMBER.
012478     MOVE WS-LOCATION-CODE  TO VL-LOCATION-CODE.
012481     MOVE WS-VISITOR-ID     TO VL-VISITOR-ID.
012484     MOVE WS-RUN-SEQUENCE   TO VL-RUN-SEQUENCE.
012487     WRITE VISITOR-LOG-RECORD.
012490     ADD 1 TO WS-GREETED-COUNT.
012500 2200-EXIT.
012510     EXIT.
012620     MOVE VR-VISIT-DATE        TO BI-VISIT-DATE.
012625     MOVE WS-EMP-NUMBER        TO BI-EMP-NUMBER.
012627     MOVE WS-LOCATION-CODE     TO BI-LOCATION-CODE.
012628     MOVE WS-VISITOR-ID        TO BI-VISITOR-ID.
012629     MOVE WS-RUN-SEQUENCE      TO BI-RUN-SEQUENCE.
012630     WRITE BADGE-INTERFACE-RECORD.
012640     ADD 1 TO WS-BADGEIF-COUNT.
012650 2300-EXIT.
013677     CLOSE ARRIVAL-NOTIFY.
013680     CLOSE BADGE-POOL.
013690     CLOSE EMPLOYEE-MASTER.
013695     CLOSE VISITOR-MASTER.
013700 9000-EXIT.
013710     EXIT.
013720
013740* 9100-WRITE-NOSHOW-LISTING - EXPECTED BUT NEVER GREETED
013750* ONLY APPOINTMENTS FOR THE RUN DATE COUNT AS NO-SHOWS; AN
013760* ENTRY PRE-REGISTERED FOR A LATER DAY JUST CARRIES FORWARD.
013763* AN APPOINTMENT GREETED ON AN EARLIER RUN TODAY IS ALREADY
013766* MARKED ARRIVED (1250) AND IS ONLY COUNTED AT THE FOOT.
013770*===============================================================
013780 9100-WRITE-NOSHOW-LISTING.
013790     MOVE SPACES TO NOSHOW-LINE.
013800     STRING 'EXPECTED-VISITOR NO-SHOW LISTING - LOCATION '
013810                            DELIMITED BY SIZE
013815            WS-LOCATION-CODE DELIMITED BY SIZE
013816            '  RUN '         DELIMITED BY SIZE
013817            WS-RUN-SEQUENCE  DELIMITED BY SIZE
013820       INTO NOSHOW-LINE.
013830     WRITE NOSHOW-LINE.
013840     MOVE SPACES TO NOSHOW-LINE.
013960         MOVE WS-NOSHOW-COUNT TO WS-EDIT-NOSHOW
013970         MOVE SPACES TO NOSHOW-LINE
013980         STRING 'NO-SHOWS THIS RUN . . . . . '
013981                                DELIMITED BY SIZE
013982                WS-EDIT-NOSHOW  DELIMITED BY SIZE
013983           INTO NOSHOW-LINE
013984         WRITE NOSHOW-LINE
013985     END-IF.
013986     IF WS-CARRIED-COUNT > 0
013987         MOVE WS-CARRIED-COUNT TO WS-EDIT-NOSHOW
013988         MOVE SPACES TO NOSHOW-LINE
013989         STRING 'ARRIVED ON EARLIER RUNS . . '
013990                                DELIMITED BY SIZE
014000                WS-EDIT-NOSHOW  DELIMITED BY SIZE
014010           INTO NOSHOW-LINE
014240
014250*===============================================================
014260* 9200-WRITE-RUN-CONTROL - APPEND THIS ATTEMPT'S TRAILER
014267* COUNTS ARE CUMULATIVE FOR THE RUN (RESTORED FROM CHECKPOINT
014274* ON A RESTART), SO HELLOBAL BALANCES EACH RUN SEQUENCE AGAINST
014281* ITS LAST TRAILER AND THE DAY AGAINST THE RUNS' SUM.
014290*===============================================================
014300 9200-WRITE-RUN-CONTROL.
014310     OPEN EXTEND RUN-CONTROL.
014370     MOVE WS-BADGEIF-COUNT    TO RC-BADGE-WRITTEN.
014380     MOVE WS-CHECKPOINT-COUNT TO RC-CHECKPOINTS.
014385     MOVE WS-BARRED-COUNT     TO RC-BARRED.
014386     MOVE WS-LOCATION-CODE    TO RC-LOCATION-CODE.
014387     MOVE WS-RUN-SEQUENCE     TO RC-RUN-SEQUENCE.
014390     WRITE RUN-CONTROL-RECORD.
014400     CLOSE RUN-CONTROL.
014410 9200-EXIT.
