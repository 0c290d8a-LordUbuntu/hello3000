000175*                  MONTHLY HOW-BUSY-IS-B QUESTION FINALLY HAS
000176*                  AN HONEST ANSWER. A SPACE LOCATION
000177*                  (PRE-SPLIT RECORDS) REPORTS AS 'A'.
000178* 2026-10-14 JB    DISTINCT FIGURES NOW COUNT PEOPLE, NOT NAME
000179*                  STRINGS - THE SORT AND THE CONTROL BREAK KEY
000180*                  ON NAME, EMPLOYEE NUMBER AND THE NEW VISITOR
000181*                  ID, SO TWO VISITORS SHARING A NAME COUNT AS
000182*                  TWO. HISTORY LOGGED BEFORE THE VISITOR MASTER
000183*                  CARRIES A ZERO ID AND STILL GROUPS BY NAME.
000184* 2026-10-14 JB    VOLUMES ARE NOW REPORTED PER BUSINESS DAY
000185*                  OFF THE NEW BUSINESS-DAY CALENDAR (COPYBOOK
000186*                  CALENDAR). THE MONTH SHOWS ITS BUSINESS-DAY
000187*                  COUNT, GREETINGS PER BUSINESS DAY AND ANY
000188*                  GREETINGS ON CLOSED DAYS SEPARATELY; EACH
000189*                  WEEK SHOWS ITS GREETINGS, BUSINESS DAYS AND
000190*                  AVERAGE; THE BUSIEST DAY IS PICKED FROM
000191*                  BUSINESS DAYS ONLY; AND EACH LOCATION IS
000192*                  AVERAGED OVER ITS OWN BUSINESS DAYS, SITE
000193*                  CLOSURES INCLUDED. CALENDAR IS OPTIONAL - NO
000194*                  DD MEANS EVERY DAY OF THE MONTH COUNTS.
000195*===============================================================
000196 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. HELLOHST.
000210 AUTHOR. J. BURGER.
000220 INSTALLATION. DATA PROCESSING.
000330     SELECT SORT-WORK ASSIGN TO SORTWK.
000340     SELECT HISTORY-REPORT ASSIGN TO HSTOUT
000350         ORGANIZATION IS SEQUENTIAL.
000351     SELECT CALENDAR-FILE ASSIGN TO CALENDAR
000352         ORGANIZATION IS INDEXED
000353         ACCESS MODE IS DYNAMIC
000354         RECORD KEY IS CL-KEY
000355         FILE STATUS IS WS-CALENDAR-STATUS.
000360*===============================================================
000370* DATA DIVISION
000380*===============================================================
000500     RECORDING MODE IS F.
000510 01  HST-LINE                        PIC X(132).
000520
000522 FD  CALENDAR-FILE.
000524     COPY CALENDAR.
000526
000530 WORKING-STORAGE SECTION.
000540*---------------------------------------------------------------
000550* SWITCHES
000610         88 WS-END-OF-SORT                     VALUE 'Y'.
000620     05 WS-OP-FULL-SWITCH            PIC X(01) VALUE 'N'.
000630         88 WS-OP-TABLE-FULL                   VALUE 'Y'.
000631     05 WS-CAL-EOF-SWITCH            PIC X(01) VALUE 'N'.
000632         88 WS-END-OF-CALENDAR                 VALUE 'Y'.
000633     05 WS-OV-FULL-SWITCH            PIC X(01) VALUE 'N'.
000634         88 WS-OV-TABLE-FULL                   VALUE 'Y'.
000635     05 WS-DAY-OPEN-SWITCH           PIC X(01) VALUE 'Y'.
000636         88 WS-DAY-IS-OPEN                     VALUE 'Y'.
000637         88 WS-DAY-IS-CLOSED                   VALUE 'N'.
000640
000650*---------------------------------------------------------------
000660* MONTHLY COUNTERS
000680 01  WS-COUNTERS.
000690     05 WS-MONTH-GREETINGS           PIC 9(07) COMP VALUE 0.
000700     05 WS-MONTH-DISTINCT            PIC 9(07) COMP VALUE 0.
000702     05 WS-BUSINESS-GREETINGS        PIC 9(07) COMP VALUE 0.
000704     05 WS-CLOSED-GREETINGS          PIC 9(07) COMP VALUE 0.
000706     05 WS-MONTH-BUSINESS-DAYS       PIC 9(02) COMP VALUE 0.
000710
000720 01  WS-WEEK-DISTINCT-TABLE.
000730     05 WS-WEEK-DISTINCT OCCURS 5 TIMES
000740                                     PIC 9(07) COMP.
000750
000760 01  WS-DAY-COUNT-TABLE.
000761     05 WS-DAY-COUNT OCCURS 31 TIMES
000762                                     PIC 9(07) COMP.
000763
000764*---------------------------------------------------------------
000765* WEEKLY GREETING AND BUSINESS-DAY FIGURES, BUILT FROM THE DAY
000766* COUNTS ONCE THE MONTH IS IN
000767*---------------------------------------------------------------
000768 01  WS-WEEK-FIGURES-TABLE.
000769     05 WS-WEEK-FIGURES OCCURS 5 TIMES.
000770         10 WS-WEEK-GREETINGS        PIC 9(07) COMP.
000771         10 WS-WEEK-BUS-GREETINGS    PIC 9(07) COMP.
000772         10 WS-WEEK-BUS-DAYS         PIC 9(02) COMP.
000773
000774*---------------------------------------------------------------
000775* BUSINESS-DAY CALENDAR FOR THE REPORT MONTH. WS-DAY-TYPE IS
000776* THE COMPANY-WIDE DAY TYPE ('B' WHEN THE DAY IS NOT ON THE
000777* CALENDAR); THE OVERRIDE TABLE HOLDS THE MONTH'S SITE-
000778* SPECIFIC RECORDS, WHICH WIN FOR THEIR OWN LOCATION.
000779*---------------------------------------------------------------
000780 01  WS-DAY-TYPE-TABLE.
000781     05 WS-DAY-TYPE OCCURS 31 TIMES  PIC X(01).
000782
000783 01  WS-OVERRIDE-TABLE.
000784     05 WS-OVERRIDE-COUNT            PIC 9(03) COMP VALUE 0.
000785     05 WS-OVERRIDE-ENTRY OCCURS 300 TIMES.
000786         10 WS-OV-LOCATION           PIC X(01).
000787         10 WS-OV-DAY                PIC 9(02) COMP.
000788         10 WS-OV-TYPE               PIC X(01).
000790
000800*---------------------------------------------------------------
000810* PER-OPERATOR GREETING VOLUMES
000886     05 WS-LOCATION-ENTRY OCCURS 10 TIMES.
000887         10 WS-LC-CODE               PIC X(01).
000888         10 WS-LC-VOLUME             PIC 9(07) COMP.
000891         10 WS-LC-BUS-VOLUME         PIC 9(07) COMP.
000894
000897*---------------------------------------------------------------
000900* CONTROL-BREAK AND DATE WORK AREAS
000910*---------------------------------------------------------------
000914 01  WS-PRIOR-KEY.
000918     05 WS-PRIOR-NAME                PIC X(64) VALUE SPACES.
000922     05 WS-PRIOR-EMP-NUMBER          PIC 9(06) VALUE 0.
000926     05 WS-PRIOR-VISITOR-ID          PIC 9(08) VALUE 0.
000930
000940 01  WS-NAME-WEEK-FLAGS.
000950     05 WS-NAME-WEEK-FLAG OCCURS 5 TIMES
001030     05 WS-WK-OFFSET                 PIC 9(02) COMP VALUE 0.
001040     05 WS-WK-NUMBER                 PIC 9(02) COMP VALUE 0.
001050     05 WS-WK-REMAINDER              PIC 9(01) COMP VALUE 0.
001051
001052 01  WS-MONTH-LIMITS.
001053     05 WS-MONTH-START               PIC 9(08) VALUE 0.
001054     05 WS-MONTH-START-R REDEFINES WS-MONTH-START.
001055         10 WS-MS-YYYY               PIC 9(04).
001056         10 WS-MS-MM                 PIC 9(02).
001057         10 WS-MS-DD                 PIC 9(02).
001058     05 WS-NEXT-MONTH-START          PIC 9(08) VALUE 0.
001059     05 WS-MONTH-END                 PIC 9(08) VALUE 0.
001060     05 WS-DAYS-IN-MONTH             PIC 9(02) COMP VALUE 0.
001061
001062 01  WS-CAL-DATE-WORK.
001063     05 WS-CW-YYYYMM                 PIC 9(06).
001064     05 WS-CW-DD                     PIC 9(02).
001065
001070 01  WS-SUB-FIELDS.
001080     05 WS-WK-INDEX                  PIC 9(01) COMP VALUE 0.
001090     05 WS-DAY-INDEX                 PIC 9(02) COMP VALUE 0.
001110     05 WS-OP-SLOT                   PIC 9(03) COMP VALUE 0.
001112     05 WS-LC-INDEX                  PIC 9(02) COMP VALUE 0.
001114     05 WS-LC-SLOT                   PIC 9(02) COMP VALUE 0.
001115     05 WS-OV-INDEX                  PIC 9(03) COMP VALUE 0.
001116     05 WS-CHECK-DAY                 PIC 9(02) COMP VALUE 0.
001117     05 WS-BUS-DAYS                  PIC 9(02) COMP VALUE 0.
001120     05 WS-BUSIEST-DAY               PIC 9(02) COMP VALUE 0.
001130     05 WS-BUSIEST-COUNT             PIC 9(07) COMP VALUE 0.
001132
001134 01  WS-WORK-LOCATION                PIC X(01) VALUE SPACE.
001140
001142 01  WS-CALENDAR-STATUS              PIC X(02) VALUE SPACES.
001144
001146 01  WS-AVERAGE                      PIC 9(07)V9 VALUE 0.
001148
001150 01  WS-EDIT-FIELDS.
001160     05 WS-EDIT-COUNT                PIC ZZZ,ZZ9.
001170     05 WS-EDIT-DAY                  PIC Z9.
001180     05 WS-EDIT-WEEK                 PIC 9.
001182     05 WS-EDIT-BUS-DAYS             PIC Z9.
001184     05 WS-EDIT-GREETINGS            PIC ZZZ,ZZ9.
001186     05 WS-EDIT-AVERAGE              PIC ZZZ,ZZ9.9.
001190
001200*===============================================================
001210* LINKAGE SECTION - REPORT MONTH ARRIVES VIA THE EXEC PARM
001420     IF DL-PARM-LENGTH < 6
001430         DISPLAY 'HHST0001 REPORT MONTH PARM (YYYYMM) MISSING'
001440         MOVE 16 TO RETURN-CODE
001441         STOP RUN
001442     END-IF.
001443     MOVE DL-REPORT-MONTH TO WS-CAL-DATE-WORK.
001444     IF DL-REPORT-MONTH NOT NUMERIC
001445        OR WS-CW-YYYYMM < 160101
001446         DISPLAY 'HHST0003 REPORT MONTH PARM NOT A VALID YYYYMM'
001447         MOVE 16 TO RETURN-CODE
001448         STOP RUN
001449     END-IF.
001450     COMPUTE WS-MONTH-START = DL-REPORT-MONTH * 100 + 1.
001451     IF WS-MS-MM < 1 OR WS-MS-MM > 12
001452         DISPLAY 'HHST0003 REPORT MONTH PARM NOT A VALID YYYYMM'
001453         MOVE 16 TO RETURN-CODE
001454         STOP RUN
001455     END-IF.
001456     IF WS-MS-MM = 12
001457         COMPUTE WS-NEXT-MONTH-START =
001458             (WS-MS-YYYY + 1) * 10000 + 0101
001459     ELSE
001460         COMPUTE WS-NEXT-MONTH-START = WS-MONTH-START + 100
001461     END-IF.
001462     COMPUTE WS-DAYS-IN-MONTH =
001463         FUNCTION INTEGER-OF-DATE(WS-NEXT-MONTH-START)
001464       - FUNCTION INTEGER-OF-DATE(WS-MONTH-START).
001465     COMPUTE WS-MONTH-END =
001466         WS-MONTH-START + WS-DAYS-IN-MONTH - 1.
001470     PERFORM 1100-CLEAR-TABLES THRU 1100-EXIT.
001475     PERFORM 1200-LOAD-CALENDAR THRU 1200-EXIT.
001480     OPEN OUTPUT HISTORY-REPORT.
001490     MOVE SPACES TO HST-LINE.
001500     STRING 'HELLO VISITOR-HISTORY REPORT FOR '
001680         VARYING WS-DAY-INDEX FROM 1 BY 1
001690         UNTIL WS-DAY-INDEX > 31.
001700 1100-EXIT.
001701     EXIT.
001702
001703 1110-CLEAR-ONE-WEEK.
001704     MOVE 0 TO WS-WEEK-DISTINCT(WS-WK-INDEX).
001705     MOVE 0 TO WS-WEEK-GREETINGS(WS-WK-INDEX).
001706     MOVE 0 TO WS-WEEK-BUS-GREETINGS(WS-WK-INDEX).
001707     MOVE 0 TO WS-WEEK-BUS-DAYS(WS-WK-INDEX).
001708 1110-EXIT.
001709     EXIT.
001710
001711 1120-CLEAR-ONE-DAY.
001712     MOVE 0 TO WS-DAY-COUNT(WS-DAY-INDEX).
001713     MOVE 'B' TO WS-DAY-TYPE(WS-DAY-INDEX).
001714 1120-EXIT.
001715     EXIT.
001716
001717*===============================================================
001718* 1200-LOAD-CALENDAR - THE REPORT MONTH'S CALENDAR RECORDS
001719* THE CALENDAR IS OPTIONAL - WITHOUT IT EVERY DAY OF THE
001720* MONTH STAYS A BUSINESS DAY.
001721*===============================================================
001722 1200-LOAD-CALENDAR.
001723     OPEN INPUT CALENDAR-FILE.
001724     IF WS-CALENDAR-STATUS NOT = '00'
001725         DISPLAY 'HHST0004 CALENDAR NOT AVAILABLE, STATUS '
001726                 WS-CALENDAR-STATUS ' - EVERY DAY COUNTS'
001727         GO TO 1200-EXIT
001728     END-IF.
001729     MOVE WS-MONTH-START TO CL-CAL-DATE.
001730     MOVE LOW-VALUES     TO CL-LOCATION-CODE.
001731     START CALENDAR-FILE KEY >= CL-KEY
001732         INVALID KEY
001733             SET WS-END-OF-CALENDAR TO TRUE
001734     END-START.
001735     PERFORM 1250-READ-CALENDAR THRU 1250-EXIT.
001736     PERFORM 1300-TABLE-ONE-DAY THRU 1300-EXIT
001737         UNTIL WS-END-OF-CALENDAR.
001738     CLOSE CALENDAR-FILE.
001739 1200-EXIT.
001740     EXIT.
001741
001742*===============================================================
001743* 1250-READ-CALENDAR - READ-AHEAD, STOPPING AT THE MONTH END
001744*===============================================================
001745 1250-READ-CALENDAR.
001746     IF WS-END-OF-CALENDAR
001747         GO TO 1250-EXIT
001748     END-IF.
001749     READ CALENDAR-FILE NEXT RECORD
001750         AT END
001751             SET WS-END-OF-CALENDAR TO TRUE
001752     END-READ.
001753     IF NOT WS-END-OF-CALENDAR
001754        AND CL-CAL-DATE > WS-MONTH-END
001755         SET WS-END-OF-CALENDAR TO TRUE
001756     END-IF.
001757 1250-EXIT.
001758     EXIT.
001759
001760 1300-TABLE-ONE-DAY.
001761     MOVE CL-CAL-DATE TO WS-CAL-DATE-WORK.
001762     IF CL-LOCATION-CODE = SPACE
001763         MOVE CL-DAY-TYPE TO WS-DAY-TYPE(WS-CW-DD)
001764         GO TO 1300-READ-NEXT
001765     END-IF.
001766     IF WS-OVERRIDE-COUNT >= 300
001767         IF NOT WS-OV-TABLE-FULL
001768             DISPLAY 'HHST0005 SITE CALENDAR TABLE FULL AT 300 '
001769                     '- LOCATION BUSINESS DAYS ARE APPROXIMATE'
001770             SET WS-OV-TABLE-FULL TO TRUE
001771         END-IF
001772         GO TO 1300-READ-NEXT
001773     END-IF.
001774     ADD 1 TO WS-OVERRIDE-COUNT.
001775     MOVE CL-LOCATION-CODE TO WS-OV-LOCATION(WS-OVERRIDE-COUNT).
001776     MOVE WS-CW-DD         TO WS-OV-DAY(WS-OVERRIDE-COUNT).
001777     MOVE CL-DAY-TYPE      TO WS-OV-TYPE(WS-OVERRIDE-COUNT).
001778 1300-READ-NEXT.
001779     PERFORM 1250-READ-CALENDAR THRU 1250-EXIT.
001780 1300-EXIT.
001781     EXIT.
001782
001783*===============================================================
001784* 4000-CHECK-LOCATION-DAY - IS WS-CHECK-DAY OPEN AT
001785* WS-WORK-LOCATION. THE SITE'S OWN RECORD WINS; OTHERWISE THE
001786* COMPANY DAY TYPE. ONLY A 'B' DAY IS OPEN.
001787*===============================================================
001788 4000-CHECK-LOCATION-DAY.
001789     IF WS-DAY-TYPE(WS-CHECK-DAY) = 'B'
001790         SET WS-DAY-IS-OPEN TO TRUE
001791     ELSE
001792         SET WS-DAY-IS-CLOSED TO TRUE
001793     END-IF.
001794     PERFORM 4050-MATCH-ONE-OVERRIDE THRU 4050-EXIT
001795         VARYING WS-OV-INDEX FROM 1 BY 1
001796         UNTIL WS-OV-INDEX > WS-OVERRIDE-COUNT.
001797 4000-EXIT.
001798     EXIT.
001799
001800 4050-MATCH-ONE-OVERRIDE.
001801     IF WS-OV-LOCATION(WS-OV-INDEX) = WS-WORK-LOCATION
001802        AND WS-OV-DAY(WS-OV-INDEX) = WS-CHECK-DAY
001803         IF WS-OV-TYPE(WS-OV-INDEX) = 'B'
001804             SET WS-DAY-IS-OPEN TO TRUE
001805         ELSE
001806             SET WS-DAY-IS-CLOSED TO TRUE
001807         END-IF
001808     END-IF.
001809 4050-EXIT.
001810     EXIT.
001820
001830*===============================================================
001860 7000-PRODUCE-REPORT.
001870     SORT SORT-WORK
001880         ON ASCENDING KEY VL-NAME OF SORT-WORK-RECORD
001883                          VL-EMP-NUMBER OF SORT-WORK-RECORD
001886                          VL-VISITOR-ID OF SORT-WORK-RECORD
001890                          VL-RUN-DATE OF SORT-WORK-RECORD
001900         INPUT PROCEDURE IS 6000-FILTER-MONTH THRU 6000-EXIT
001910         OUTPUT PROCEDURE IS 7100-SUMMARIZE THRU 7100-EXIT.
001915     PERFORM 7500-BUILD-DAY-FIGURES THRU 7500-EXIT.
001920     PERFORM 7600-WRITE-MONTH-TOTALS THRU 7600-EXIT.
001930     PERFORM 7700-WRITE-WEEKLY-DISTINCT THRU 7700-EXIT.
001940     PERFORM 7800-WRITE-BUSIEST-DAY THRU 7800-EXIT.
002280     MOVE VL-RUN-DATE OF VISITOR-LOG-RECORD TO WS-DATE-WORK.
002290     IF WS-DW-YYYYMM = DL-REPORT-MONTH
002300         ADD 1 TO WS-MONTH-GREETINGS
002310         IF WS-DW-DD >= 1 AND WS-DW-DD <= WS-DAYS-IN-MONTH
002320             ADD 1 TO WS-DAY-COUNT(WS-DW-DD)
002330         END-IF
002340         PERFORM 6200-TALLY-OPERATOR THRU 6200-EXIT
002782         MOVE WS-LOCATION-COUNT TO WS-LC-SLOT
002783         MOVE WS-WORK-LOCATION TO WS-LC-CODE(WS-LC-SLOT)
002784         MOVE 0 TO WS-LC-VOLUME(WS-LC-SLOT)
002785         MOVE 0 TO WS-LC-BUS-VOLUME(WS-LC-SLOT)
002786     END-IF.
002787     ADD 1 TO WS-LC-VOLUME(WS-LC-SLOT).
002788     IF WS-DW-DD < 1 OR WS-DW-DD > WS-DAYS-IN-MONTH
002789         GO TO 6300-EXIT
002790     END-IF.
002791     MOVE WS-DW-DD TO WS-CHECK-DAY.
002792     PERFORM 4000-CHECK-LOCATION-DAY THRU 4000-EXIT.
002793     IF WS-DAY-IS-OPEN
002794         ADD 1 TO WS-LC-BUS-VOLUME(WS-LC-SLOT)
002795     END-IF.
002796 6300-EXIT.
002797     EXIT.
002798
002799 6350-MATCH-ONE-LOCATION.
002800     IF WS-LC-CODE(WS-LC-INDEX) = WS-WORK-LOCATION
002801         MOVE WS-LC-INDEX TO WS-LC-SLOT
002802     END-IF.
002803 6350-EXIT.
002804     EXIT.
002805
002806
002807*===============================================================
002808* 7100-SUMMARIZE - SORT OUTPUT PROCEDURE, DISTINCT FIGURES
002809*===============================================================
002810 7100-SUMMARIZE.
002820     MOVE SPACES TO WS-PRIOR-NAME.
002830     PERFORM 7110-RETURN-SORT-WORK THRU 7110-EXIT.
003010     EXIT.
003020
003030*===============================================================
003040* 7150-SUMMARIZE-ONE-RECORD - CONTROL BREAK ON THE PERSON
003050* EACH PERSON (NAME, EMPLOYEE NUMBER, VISITOR ID) COUNTS ONCE
003060* FOR THE MONTH AND ONCE IN EVERY CALENDAR WEEK THEY APPEARED.
003070*===============================================================
003080 7150-SUMMARIZE-ONE-RECORD.
003090     IF VL-NAME OF SORT-WORK-RECORD NOT = WS-PRIOR-NAME
003092        OR VL-EMP-NUMBER OF SORT-WORK-RECORD
003094               NOT = WS-PRIOR-EMP-NUMBER
003096        OR VL-VISITOR-ID OF SORT-WORK-RECORD
003098               NOT = WS-PRIOR-VISITOR-ID
003100         IF WS-PRIOR-NAME NOT = SPACES
003110             PERFORM 7300-CLOSE-OUT-NAME THRU 7300-EXIT
003120         END-IF
003130         ADD 1 TO WS-MONTH-DISTINCT
003140         MOVE VL-NAME OF SORT-WORK-RECORD TO WS-PRIOR-NAME
003142         MOVE VL-EMP-NUMBER OF SORT-WORK-RECORD
003144           TO WS-PRIOR-EMP-NUMBER
003146         MOVE VL-VISITOR-ID OF SORT-WORK-RECORD
003148           TO WS-PRIOR-VISITOR-ID
003150         PERFORM 7200-CLEAR-WEEK-FLAGS THRU 7200-EXIT
003160     END-IF.
003170     MOVE VL-RUN-DATE OF SORT-WORK-RECORD TO WS-DATE-WORK.
003570         ADD 1 TO WS-WEEK-DISTINCT(WS-WK-INDEX)
003580     END-IF.
003590 7350-EXIT.
003591     EXIT.
003592
003593*===============================================================
003594* 7500-BUILD-DAY-FIGURES - SPLIT EACH DAY'S GREETINGS INTO
003595* BUSINESS AND CLOSED, ROLL THEM INTO THEIR WEEK. THE MONTH-
003596* WIDE FIGURES GO BY THE COMPANY CALENDAR.
003597*===============================================================
003598 7500-BUILD-DAY-FIGURES.
003599     PERFORM 7550-BUILD-ONE-DAY THRU 7550-EXIT
003600         VARYING WS-DAY-INDEX FROM 1 BY 1
003601         UNTIL WS-DAY-INDEX > WS-DAYS-IN-MONTH.
003602 7500-EXIT.
003603     EXIT.
003604
003605 7550-BUILD-ONE-DAY.
003606     SUBTRACT 1 FROM WS-DAY-INDEX GIVING WS-WK-OFFSET.
003607     DIVIDE WS-WK-OFFSET BY 7
003608         GIVING WS-WK-NUMBER
003609         REMAINDER WS-WK-REMAINDER.
003610     ADD 1 TO WS-WK-NUMBER.
003611     ADD WS-DAY-COUNT(WS-DAY-INDEX)
003612       TO WS-WEEK-GREETINGS(WS-WK-NUMBER).
003613     IF WS-DAY-TYPE(WS-DAY-INDEX) = 'B'
003614         ADD 1 TO WS-MONTH-BUSINESS-DAYS
003615         ADD 1 TO WS-WEEK-BUS-DAYS(WS-WK-NUMBER)
003616         ADD WS-DAY-COUNT(WS-DAY-INDEX) TO WS-BUSINESS-GREETINGS
003617         ADD WS-DAY-COUNT(WS-DAY-INDEX)
003618           TO WS-WEEK-BUS-GREETINGS(WS-WK-NUMBER)
003619     ELSE
003620         ADD WS-DAY-COUNT(WS-DAY-INDEX) TO WS-CLOSED-GREETINGS
003621     END-IF.
003622 7550-EXIT.
003623     EXIT.
003624
003625*===============================================================
003630* 7600-WRITE-MONTH-TOTALS - MONTHLY GRAND TOTALS
003640*===============================================================
003650 7600-WRITE-MONTH-TOTALS.
003750     STRING 'DISTINCT VISITORS THIS MONTH . . '
003760                            DELIMITED BY SIZE
003770            WS-EDIT-COUNT   DELIMITED BY SIZE
003771       INTO HST-LINE.
003772     WRITE HST-LINE.
003773     MOVE WS-MONTH-BUSINESS-DAYS TO WS-EDIT-COUNT.
003774     MOVE SPACES TO HST-LINE.
003775     STRING 'BUSINESS DAYS THIS MONTH . . . . '
003776                            DELIMITED BY SIZE
003777            WS-EDIT-COUNT   DELIMITED BY SIZE
003778       INTO HST-LINE.
003779     WRITE HST-LINE.
003780     MOVE 0 TO WS-AVERAGE.
003781     IF WS-MONTH-BUSINESS-DAYS > 0
003782         COMPUTE WS-AVERAGE ROUNDED =
003783             WS-BUSINESS-GREETINGS / WS-MONTH-BUSINESS-DAYS
003784     END-IF.
003785     MOVE WS-AVERAGE TO WS-EDIT-AVERAGE.
003786     MOVE SPACES TO HST-LINE.
003787     STRING 'GREETINGS PER BUSINESS DAY . . . '
003788                            DELIMITED BY SIZE
003789            WS-EDIT-AVERAGE DELIMITED BY SIZE
003790       INTO HST-LINE.
003791     WRITE HST-LINE.
003792     MOVE WS-CLOSED-GREETINGS TO WS-EDIT-COUNT.
003793     MOVE SPACES TO HST-LINE.
003794     STRING 'GREETINGS ON CLOSED DAYS . . . . '
003795                            DELIMITED BY SIZE
003796            WS-EDIT-COUNT   DELIMITED BY SIZE
003797       INTO HST-LINE.
003798     WRITE HST-LINE.
003800 7600-EXIT.
003810     EXIT.
003820
003830*===============================================================
003840* 7700-WRITE-WEEKLY-DISTINCT - ONE LINE PER CALENDAR WEEK
003843* DISTINCT VISITORS, GREETINGS, BUSINESS DAYS IN THE WEEK AND
003846* GREETINGS PER BUSINESS DAY (BUSINESS-DAY GREETINGS ONLY).
003850*===============================================================
003860 7700-WRITE-WEEKLY-DISTINCT.
003870     MOVE SPACES TO HST-LINE.
003880     WRITE HST-LINE.
003890     MOVE SPACES TO HST-LINE.
003900     STRING 'DISTINCT VISITORS BY WEEK OF MONTH'
003903                            DELIMITED BY SIZE
003906            '                 GREETINGS  BUS DAYS  PER BUS DAY'
003910                            DELIMITED BY SIZE
003920       INTO HST-LINE.
003930     WRITE HST-LINE.
004010     MOVE WS-WK-INDEX TO WS-EDIT-WEEK.
004020     MOVE WS-WEEK-DISTINCT(WS-WK-INDEX) TO WS-EDIT-COUNT.
004030     MOVE SPACES TO HST-LINE.
004031     MOVE WS-WEEK-GREETINGS(WS-WK-INDEX) TO WS-EDIT-GREETINGS.
004032     MOVE WS-WEEK-BUS-DAYS(WS-WK-INDEX) TO WS-EDIT-BUS-DAYS.
004033     MOVE 0 TO WS-AVERAGE.
004034     IF WS-WEEK-BUS-DAYS(WS-WK-INDEX) > 0
004035         COMPUTE WS-AVERAGE ROUNDED =
004036             WS-WEEK-BUS-GREETINGS(WS-WK-INDEX)
004037           / WS-WEEK-BUS-DAYS(WS-WK-INDEX)
004038     END-IF.
004039     MOVE WS-AVERAGE TO WS-EDIT-AVERAGE.
004040     STRING '  WEEK '        DELIMITED BY SIZE
004050            WS-EDIT-WEEK     DELIMITED BY SIZE
004060            ' . . . . . . . . . . . . . . . '
004070                             DELIMITED BY SIZE
004080            WS-EDIT-COUNT    DELIMITED BY SIZE
004081            '       '        DELIMITED BY SIZE
004082            WS-EDIT-GREETINGS DELIMITED BY SIZE
004083            '        '       DELIMITED BY SIZE
004084            WS-EDIT-BUS-DAYS DELIMITED BY SIZE
004085            '    '           DELIMITED BY SIZE
004086            WS-EDIT-AVERAGE  DELIMITED BY SIZE
004090       INTO HST-LINE.
004100     WRITE HST-LINE.
004110 7750-EXIT.
004130
004140*===============================================================
004150* 7800-WRITE-BUSIEST-DAY - HIGHEST DAILY GREETING COUNT
004153* ONLY BUSINESS DAYS QUALIFY - A HANDFUL OF GREETINGS ON A
004156* HOLIDAY IS NOT A BUSY DAY.
004160*===============================================================
004170 7800-WRITE-BUSIEST-DAY.
004180     MOVE 0 TO WS-BUSIEST-DAY.
004190     MOVE 0 TO WS-BUSIEST-COUNT.
004200     PERFORM 7850-CHECK-ONE-DAY THRU 7850-EXIT
004210         VARYING WS-DAY-INDEX FROM 1 BY 1
004220         UNTIL WS-DAY-INDEX > WS-DAYS-IN-MONTH.
004230     MOVE SPACES TO HST-LINE.
004240     WRITE HST-LINE.
004250     IF WS-BUSIEST-DAY = 0
004260         MOVE SPACES TO HST-LINE
004270         STRING 'BUSIEST DAY - NO BUSINESS-DAY GREETINGS'
004280                                DELIMITED BY SIZE
004290           INTO HST-LINE
004300     ELSE
004310         MOVE WS-BUSIEST-DAY TO WS-EDIT-DAY
004320         MOVE WS-BUSIEST-COUNT TO WS-EDIT-COUNT
004330         MOVE SPACES TO HST-LINE
004340         STRING 'BUSIEST BUSINESS DAY . . . . . . DAY '
004350                                DELIMITED BY SIZE
004360                WS-EDIT-DAY     DELIMITED BY SIZE
004370                ' WITH '        DELIMITED BY SIZE
004440
004450 7850-CHECK-ONE-DAY.
004460     IF WS-DAY-COUNT(WS-DAY-INDEX) > WS-BUSIEST-COUNT
004465        AND WS-DAY-TYPE(WS-DAY-INDEX) = 'B'
004470         MOVE WS-DAY-COUNT(WS-DAY-INDEX) TO WS-BUSIEST-COUNT
004480         MOVE WS-DAY-INDEX TO WS-BUSIEST-DAY
004490     END-IF.
004840     WRITE HST-LINE.
004850 7950-EXIT.
004860     EXIT.
004861
004862*===============================================================
004863* 8100-WRITE-LOCATION-VOLUMES - ONE LINE PER LOBBY
004864* GREETINGS, THE SITE'S OWN BUSINESS DAYS (ITS CLOSURES OFF,
004865* ITS EXTRA OPENINGS ON) AND ITS GREETINGS PER BUSINESS DAY.
004866*===============================================================
004867 8100-WRITE-LOCATION-VOLUMES.
004868     MOVE SPACES TO HST-LINE.
004869     WRITE HST-LINE.
004870     MOVE SPACES TO HST-LINE.
004871     STRING 'GREETINGS BY LOCATION' DELIMITED BY SIZE
004872            '                          BUS DAYS  PER BUS DAY'
004873                                    DELIMITED BY SIZE
004879       INTO HST-LINE.
004880     WRITE HST-LINE.
004881     IF WS-LOCATION-COUNT = 0
004893 8150-WRITE-ONE-LOCATION.
004894     MOVE WS-LC-VOLUME(WS-LC-INDEX) TO WS-EDIT-COUNT.
004895     MOVE SPACES TO HST-LINE.
004896     MOVE WS-LC-CODE(WS-LC-INDEX) TO WS-WORK-LOCATION.
004897     MOVE 0 TO WS-BUS-DAYS.
004898     PERFORM 8160-COUNT-ONE-DAY THRU 8160-EXIT
004899         VARYING WS-CHECK-DAY FROM 1 BY 1
004900         UNTIL WS-CHECK-DAY > WS-DAYS-IN-MONTH.
004901     MOVE WS-BUS-DAYS TO WS-EDIT-BUS-DAYS.
004902     MOVE 0 TO WS-AVERAGE.
004903     IF WS-BUS-DAYS > 0
004904         COMPUTE WS-AVERAGE ROUNDED =
004905             WS-LC-BUS-VOLUME(WS-LC-INDEX) / WS-BUS-DAYS
004906     END-IF.
004907     MOVE WS-AVERAGE TO WS-EDIT-AVERAGE.
004908     STRING '  LOCATION '               DELIMITED BY SIZE
004909            WS-LC-CODE(WS-LC-INDEX)     DELIMITED BY SIZE
004910            ' . . . . . . . . . . . . ' DELIMITED BY SIZE
004911            WS-EDIT-COUNT               DELIMITED BY SIZE
004912            '         '                 DELIMITED BY SIZE
004913            WS-EDIT-BUS-DAYS            DELIMITED BY SIZE
004914            '    '                      DELIMITED BY SIZE
004915            WS-EDIT-AVERAGE             DELIMITED BY SIZE
004916       INTO HST-LINE.
004917     WRITE HST-LINE.
004918 8150-EXIT.
004919     EXIT.
004920
004921 8160-COUNT-ONE-DAY.
004922     PERFORM 4000-CHECK-LOCATION-DAY THRU 4000-EXIT.
004923     IF WS-DAY-IS-OPEN
004924         ADD 1 TO WS-BUS-DAYS
004925     END-IF.
004926 8160-EXIT.
004927     EXIT.
004928
004929*===============================================================
004930* 9000-TERMINATE - CLOSE THE REPORT FILE
004931*===============================================================
004932 9000-TERMINATE.
004933     CLOSE HISTORY-REPORT.
004934 9000-EXIT.
004940     EXIT.
