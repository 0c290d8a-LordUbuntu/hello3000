000305*                  ASKS HOW BUSY EACH LOBBY IS. A SPACE
000306*                  LOCATION (PRE-SPLIT RECORDS) REPORTS AS
000307*                  BUILDING A.
000308* 2026-10-15 JB    DISTINCT AND REPEAT FIGURES NOW COUNT PEOPLE,
000309*                  NOT NAME STRINGS - THE SORT AND THE CONTROL
000310*                  BREAK KEY ON NAME, EMPLOYEE NUMBER AND VISITOR
000311*                  ID, SO TWO VISITORS SHARING A NAME COUNT AS
000312*                  TWO, AND EACH REPEAT LINE SHOWS THE VISITOR ID
000313*                  (OR EMPLOYEE NUMBER) IT BELONGS TO. DUP-LINE
000314*                  WIDENED TO X(100) FOR THE EXTRA COLUMN.
000315* 2026-10-15 JB    THE WEEK-TO-DATE TOTAL NO LONGER DOUBLE-COUNTS
000316*                  WHEN THIS REPORT RUNS MORE THAN ONCE A DAY -
000317*                  HELLOJOB NOW RUNS SEVERAL TIMES A DAY AND EACH
000318*                  RUN OF THIS REPORT RE-READS THE WHOLE DAY'S
000319*                  VISLOG. WKLYTOT NOW ALSO CARRIES THE COUNT THE
000320*                  LAST RUN ADDED FOR ITS DATE, AND A LATER RUN
000321*                  THE SAME DAY BACKS THAT OUT BEFORE ADDING THE
000322*                  DAY'S FULL COUNT AGAIN. WKLYTOT LRECL 17 TO
000323*                  26 - ONE-TIME: RELOAD THE ONE RECORD AT 26
000324*                  BYTES WITH NINE ZEROS ON THE END.
000325*===============================================================
000326 IDENTIFICATION DIVISION.
000330 PROGRAM-ID. HELLORPT.
000340 AUTHOR. J. BURGER.
000350 INSTALLATION. DATA PROCESSING.

000650 FD  DUP-WORK-FILE
000660     RECORDING MODE IS F.
000670 01  DUP-LINE                        PIC X(100).

000680 FD  SUMMARY-REPORT
000690     RECORDING MODE IS F.
000730 01  WEEKLY-RECORD.
000740     05 WK-WEEK-ENDING-DATE           PIC 9(08).
000750     05 WK-TOTAL-GREETINGS            PIC 9(09).
000755     05 WK-DAY-GREETINGS              PIC 9(09).

000760 WORKING-STORAGE SECTION.
000770*---------------------------------------------------------------
000870*---------------------------------------------------------------
000880 01  WS-COUNTERS.
000890     05 WS-TOTAL-GREETINGS           PIC 9(07) COMP VALUE 0.
000900     05 WS-DISTINCT-PEOPLE           PIC 9(07) COMP VALUE 0.
000910     05 WS-CURRENT-NAME-COUNT        PIC 9(05) COMP VALUE 0.
000920     05 WS-DUPLICATE-COUNT           PIC 9(05) COMP VALUE 0.

000937
000938 01  WS-WORK-LOCATION                PIC X(01) VALUE SPACE.
000939
000940 01  WS-PRIOR-KEY.
000941     05 WS-PRIOR-NAME                PIC X(64) VALUE SPACES.
000942     05 WS-PRIOR-EMP-NUMBER          PIC 9(06) VALUE 0.
000943     05 WS-PRIOR-VISITOR-ID          PIC 9(08) VALUE 0.
000944
000945 01  WS-PERSON-TAG                   PIC X(12) VALUE SPACES.

000946 01  WS-PAGE-INFO.
000950     05 WS-PAGE-NUMBER               PIC 9(04) VALUE 1.
000960     05 WS-RUN-DATE                  PIC 9(08).

001500 7000-PRODUCE-REPORT.
001510     SORT SORT-WORK
001520         ON ASCENDING KEY VL-NAME OF SORT-WORK-RECORD
001523                          VL-EMP-NUMBER OF SORT-WORK-RECORD
001526                          VL-VISITOR-ID OF SORT-WORK-RECORD
001530         USING VISITOR-LOG
001540         OUTPUT PROCEDURE IS 7100-SUMMARIZE THRU 7100-EXIT.
001550     CLOSE DUP-WORK-FILE.
001820     EXIT.

001830*===============================================================
001836* 7150-SUMMARIZE-ONE-RECORD - CONTROL BREAK ON THE PERSON
001842* EACH PERSON (NAME, EMPLOYEE NUMBER, VISITOR ID) COUNTS ONCE.
001850*===============================================================
001860 7150-SUMMARIZE-ONE-RECORD.
001870     ADD 1 TO WS-TOTAL-GREETINGS.
001872     PERFORM 7160-TALLY-LOCATION THRU 7160-EXIT.
001880     IF VL-NAME OF SORT-WORK-RECORD = WS-PRIOR-NAME
001882        AND VL-EMP-NUMBER OF SORT-WORK-RECORD
001884               = WS-PRIOR-EMP-NUMBER
001886        AND VL-VISITOR-ID OF SORT-WORK-RECORD
001888               = WS-PRIOR-VISITOR-ID
001890         ADD 1 TO WS-CURRENT-NAME-COUNT
001900     ELSE
001910         IF WS-CURRENT-NAME-COUNT > 1
001920             PERFORM 7200-WRITE-DUPLICATE-LINE THRU 7200-EXIT
001930         END-IF
001940         ADD 1 TO WS-DISTINCT-PEOPLE
001950         MOVE 1 TO WS-CURRENT-NAME-COUNT
001960         MOVE VL-NAME OF SORT-WORK-RECORD TO WS-PRIOR-NAME
001962         MOVE VL-EMP-NUMBER OF SORT-WORK-RECORD
001964           TO WS-PRIOR-EMP-NUMBER
001966         MOVE VL-VISITOR-ID OF SORT-WORK-RECORD
001968           TO WS-PRIOR-VISITOR-ID
001970     END-IF.
001980     PERFORM 7110-RETURN-SORT-WORK THRU 7110-EXIT.
001990 7150-EXIT.
002034 7170-EXIT.
002035     EXIT.
002036
002037*===============================================================
002038* 7200-WRITE-DUPLICATE-LINE - STAGE ONE REPEAT-VISITOR LINE
002039* THE VISITOR ID TELLS TWO SAME-NAMED PEOPLE APART; AN EMPLOYEE
002040* SHOWS THE EMPLOYEE NUMBER. PRE-MASTER RECORDS SHOW NEITHER.
002042*===============================================================
002046 7200-WRITE-DUPLICATE-LINE.
002050     ADD 1 TO WS-DUPLICATE-COUNT.
002051     MOVE WS-CURRENT-NAME-COUNT TO WS-EDIT-REPEAT.
002052     MOVE SPACES TO WS-PERSON-TAG.
002053     IF WS-PRIOR-VISITOR-ID > 0
002054         STRING 'ID '               DELIMITED BY SIZE
002055                WS-PRIOR-VISITOR-ID DELIMITED BY SIZE
002056           INTO WS-PERSON-TAG
002057     ELSE
002058         IF WS-PRIOR-EMP-NUMBER > 0
002059             STRING 'EMP '              DELIMITED BY SIZE
002060                    WS-PRIOR-EMP-NUMBER DELIMITED BY SIZE
002061               INTO WS-PERSON-TAG
002062         END-IF
002063     END-IF.
002070     MOVE SPACES TO DUP-LINE.
002080     STRING '  '            DELIMITED BY SIZE
002090            WS-PRIOR-NAME    DELIMITED BY SIZE
002093            ' '              DELIMITED BY SIZE
002096            WS-PERSON-TAG    DELIMITED BY SIZE
002100            ' SEEN '         DELIMITED BY SIZE
002110            WS-EDIT-REPEAT   DELIMITED BY SIZE
002120            ' TIMES'         DELIMITED BY SIZE
002240            WS-EDIT-COUNT                       DELIMITED BY SIZE
002250       INTO RPT-LINE.
002260     WRITE RPT-LINE.
002270     MOVE WS-DISTINCT-PEOPLE TO WS-EDIT-COUNT.
002280     MOVE SPACES TO RPT-LINE.
002290     STRING 'DISTINCT PEOPLE GREETED  . . . . ' DELIMITED BY SIZE
002300            WS-EDIT-COUNT                       DELIMITED BY SIZE
002310       INTO RPT-LINE.
002320     WRITE RPT-LINE.
002780* 7800-UPDATE-WEEKLY-TOTALS - ROLL TODAY'S COUNT INTO THE WEEK
002790* WEEKLY-TOTALS CARRIES ONE RUNNING-TOTAL RECORD BETWEEN DAYS.
002800* A MONDAY RUN STARTS THE COUNT OVER; ANY OTHER DAY ADDS TO
002804* WHATEVER THE PRIOR RUN LEFT BEHIND. THE RECORD ALSO KEEPS THE
002808* COUNT ITS RUN ADDED, SO A LATER RUN ON THE SAME DATE (HELLOJOB
002812* RUNS SEVERAL TIMES A DAY) REPLACES THAT CONTRIBUTION WITH THE
002816* DAY'S FULL COUNT INSTEAD OF ADDING ON TOP OF IT.
002820*===============================================================
002830 7800-UPDATE-WEEKLY-TOTALS.
002840     ACCEPT WS-DAY-OF-WEEK FROM DAY-OF-WEEK.
002900     OPEN OUTPUT WEEKLY-TOTALS.
002910     MOVE WS-RUN-DATE        TO WK-WEEK-ENDING-DATE.
002920     MOVE WS-WEEKLY-TOTAL    TO WK-TOTAL-GREETINGS.
002925     MOVE WS-TOTAL-GREETINGS TO WK-DAY-GREETINGS.
002930     WRITE WEEKLY-RECORD.
002940     CLOSE WEEKLY-TOTALS.
002950     PERFORM 7850-WRITE-WEEKLY-LINE THRU 7850-EXIT.

002980*===============================================================
002990* 7810-READ-PRIOR-WEEKLY - PICK UP THE RUNNING TOTAL SO FAR
002995* LESS WHATEVER AN EARLIER RUN TODAY ALREADY ADDED FOR TODAY.
003000*===============================================================
003010 7810-READ-PRIOR-WEEKLY.
003020     OPEN INPUT WEEKLY-TOTALS.
003040         READ WEEKLY-TOTALS
003050             NOT AT END
003060                 MOVE WK-TOTAL-GREETINGS TO WS-WEEKLY-TOTAL
003062                 IF WK-WEEK-ENDING-DATE = WS-RUN-DATE
003064                     SUBTRACT WK-DAY-GREETINGS
003066                         FROM WS-WEEKLY-TOTAL
003068                 END-IF
003070         END-READ
003080         CLOSE WEEKLY-TOTALS
003090     END-IF.
