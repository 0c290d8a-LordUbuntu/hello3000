000336*                  ENTRY CAN ONLY BE A PRE-SPLIT LEFTOVER AND
000337*                  IS SETTLED BY THE 'A' (ORIGINAL BUILDING)
000338*                  RUN.
000339* 2026-10-14 JB    RATETBL IS NOW EFFECTIVE-DATED. EVERY 'B'
000340*                  RATE IS TABLED WITH ITS EFFECTIVE DATE AND
000341*                  A LOST BADGE IS CHARGED AT THE RATE IN
000342*                  FORCE ON ITS BP-ASSIGN-DATE - THE LATEST
000343*                  EFFECTIVE DATE NOT AFTER IT - RATHER THAN
000344*                  WHATEVER RATE IS CURRENT WHEN THE GRACE
000345*                  PERIOD RUNS OUT.
000346* 2026-10-14 JB    THE GRACE PERIOD NOW COUNTS BUSINESS DAYS
000347*                  OFF THE NEW BUSINESS-DAY CALENDAR (COPYBOOK
000348*                  CALENDAR) FOR THIS LOCATION, NOT CALENDAR
000349*                  DAYS - A BADGE TAKEN HOME OVER A LONG
000350*                  WEEKEND IS NO LONGER CHARGED AS LOST. THE
000351*                  OUTSTANDING LISTING SHOWS THE AGE IN
000352*                  BUSINESS DAYS. CALENDAR IS OPTIONAL - NO DD
000353*                  MEANS EVERY DAY COUNTS.
000354*===============================================================
000355 IDENTIFICATION DIVISION.
000356 PROGRAM-ID. BDGRELSE.
000360 AUTHOR. J. BURGER.
000370 INSTALLATION. DATA PROCESSING.
000380 DATE-WRITTEN. 2026-08-22.
000610         ORGANIZATION IS SEQUENTIAL.
000620     SELECT OUTSTANDING-REPORT ASSIGN TO OUTRPT
000630         ORGANIZATION IS SEQUENTIAL.
000631     SELECT CALENDAR-FILE ASSIGN TO CALENDAR
000632         ORGANIZATION IS INDEXED
000633         ACCESS MODE IS DYNAMIC
000634         RECORD KEY IS CL-KEY
000635         FILE STATUS IS WS-CALENDAR-STATUS.
000640*===============================================================
000650* DATA DIVISION
000660*===============================================================
000890     RECORDING MODE IS F.
000900 01  OUT-LINE                        PIC X(132).
000910
000912 FD  CALENDAR-FILE.
000914     COPY CALENDAR.
000916
000920 WORKING-STORAGE SECTION.
000930*---------------------------------------------------------------
000940* SWITCHES
001080     05 WS-DEPT-FOUND-SWITCH         PIC X(01) VALUE 'N'.
001090         88 WS-DEPT-FOUND                      VALUE 'Y'.
001100         88 WS-DEPT-NOT-FOUND                  VALUE 'N'.
001101     05 WS-CALENDAR-SWITCH           PIC X(01) VALUE 'N'.
001102         88 WS-CALENDAR-AVAILABLE              VALUE 'Y'.
001103     05 WS-BUSINESS-DAY-SWITCH       PIC X(01) VALUE 'Y'.
001104         88 WS-IS-BUSINESS-DAY                 VALUE 'Y'.
001105         88 WS-NOT-BUSINESS-DAY                VALUE 'N'.
001110
001120*---------------------------------------------------------------
001130* COUNTERS
001215     05 WS-OTHER-SITE-SKIPPED        PIC 9(07) COMP VALUE 0.
001220
001230*---------------------------------------------------------------
001240* GRACE PERIOD - BUSINESS DAYS AN ASSIGNMENT MAY SIT
001250* UNRETURNED BEFORE THE REPLACEMENT COST IS CHARGED OFF.
001253* WEEKENDS, HOLIDAYS AND SITE CLOSURES ON THE CALENDAR DO
001256* NOT COUNT.
001260*---------------------------------------------------------------
001270 01  WS-GRACE-DAYS                   PIC 9(03) COMP VALUE 5.
001280
001590 01  WS-BDGRTRN-STATUS               PIC X(02) VALUE SPACES.
001600 01  WS-VISLOG-STATUS                PIC X(02) VALUE SPACES.
001610 01  WS-RATETBL-STATUS               PIC X(02) VALUE SPACES.
001615 01  WS-CALENDAR-STATUS              PIC X(02) VALUE SPACES.
001620
001630 01  WS-RUN-DATE                     PIC 9(08).
001635
001640 01  WS-LOCATION-CODE                PIC X(01) VALUE 'A'.
001645
001650 01  WS-LOST-BADGE-RATE              PIC 9(03)V9(02) VALUE 0.
001651
001652*---------------------------------------------------------------
001653* EVERY 'B' RATE ON RATETBL WITH ITS EFFECTIVE DATE. THE CHARGE
001654* FOR A BADGE TAKES THE LATEST ONE IN FORCE ON ITS ASSIGN DATE.
001655*---------------------------------------------------------------
001656 01  WS-LOST-RATE-TABLE.
001657     05 WS-LOST-RATE-COUNT           PIC 9(04) COMP VALUE 0.
001658     05 WS-LOST-RATE-ENTRY OCCURS 100 TIMES.
001659         10 WS-LR-EFF-DATE           PIC 9(08).
001660         10 WS-LR-AMOUNT             PIC 9(03)V9(02).
001661
001662 01  WS-LR-INDEX                     PIC 9(04) COMP VALUE 0.
001663 01  WS-LR-BEST-DATE                 PIC 9(08) VALUE 0.
001664
001670*---------------------------------------------------------------
001680* AGE ARITHMETIC - BUSINESS DAY COUNTS. INTEGER-OF-DATE IS
001690* THE ONLY SANE WAY TO STEP DAYS ACROSS A MONTH END; EACH
001693* DAY AFTER THE ASSIGN DATE UP TO THE RUN DATE IS LOOKED UP
001696* ON THE CALENDAR AND COUNTED ONLY WHEN IT IS OPEN.
001700*---------------------------------------------------------------
001710 01  WS-AGE-FIELDS.
001720     05 WS-RUN-INTEGER               PIC 9(08) COMP VALUE 0.
001730     05 WS-ASSIGN-INTEGER            PIC 9(08) COMP VALUE 0.
001740     05 WS-DAYS-OUT                  PIC S9(05) COMP VALUE 0.
001743     05 WS-DAY-INTEGER               PIC 9(08) COMP VALUE 0.
001746     05 WS-DAY-DATE                  PIC 9(08) VALUE 0.
001750
001760 01  WS-OUT-DETAIL.
001770     05 FILLER                       PIC X(02) VALUE SPACES.
001810     05 FILLER                       PIC X(12) VALUE
001820        '  ASSIGNED  '.
001830     05 WS-OD-ASSIGN-DATE            PIC 9(08).
001840     05 FILLER                       PIC X(11) VALUE
001845        '  BUS DAYS '.
001850     05 WS-OD-DAYS                   PIC ZZZZ9.
001860     05 FILLER                       PIC X(02) VALUE SPACES.
001870     05 WS-OD-NOTE                   PIC X(20).
002090     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
002100     COMPUTE WS-RUN-INTEGER =
002110         FUNCTION INTEGER-OF-DATE(WS-RUN-DATE).
002111     OPEN INPUT CALENDAR-FILE.
002112     IF WS-CALENDAR-STATUS = '00'
002113         SET WS-CALENDAR-AVAILABLE TO TRUE
002114     ELSE
002115         DISPLAY 'BDGR0011 CALENDAR NOT AVAILABLE, STATUS '
002116                 WS-CALENDAR-STATUS ' - EVERY DAY COUNTS'
002117     END-IF.
002120     OPEN I-O BADGE-POOL.
002130     IF WS-BDGPOOL-STATUS NOT = '00'
002140         DISPLAY 'BDGR0001 BADGE POOL OPEN FAILED, STATUS '
003200* 1300-LOAD-RATE - THE LOST-BADGE REPLACEMENT COST ('B' RATE)
003210* RATETBL IS OPTIONAL; NO RATE MEANS CHARGES GO OUT AT ZERO
003220* AND ACCOUNTING WILL ASK WHY, WHICH IS THE RIGHT FAILURE.
003223* EVERY 'B' RECORD IS TABLED - WHICH ONE APPLIES DEPENDS ON
003226* THE ASSIGN DATE OF THE BADGE BEING CHARGED.
003230*===============================================================
003240 1300-LOAD-RATE.
003250     OPEN INPUT RATE-TABLE.
003430
003440 1360-CAPTURE-RATE.
003450     IF RT-LOST-BADGE-RATE
003451         IF WS-LOST-RATE-COUNT >= 100
003452             DISPLAY 'BDGR0010 LOST-BADGE RATE TABLE FULL AT 100'
003453             MOVE 16 TO RETURN-CODE
003454             STOP RUN
003455         END-IF
003456         ADD 1 TO WS-LOST-RATE-COUNT
003457         MOVE RT-EFFECTIVE-DATE TO
003458              WS-LR-EFF-DATE(WS-LOST-RATE-COUNT)
003459         MOVE RT-RATE-AMOUNT    TO
003460              WS-LR-AMOUNT(WS-LOST-RATE-COUNT)
003470     END-IF.
003480     PERFORM 1350-READ-RATE THRU 1350-EXIT.
003490 1360-EXIT.
004200        AND BP-ASSIGN-DATE > 0
004210         COMPUTE WS-ASSIGN-INTEGER =
004220             FUNCTION INTEGER-OF-DATE(BP-ASSIGN-DATE)
004227         PERFORM 2320-COUNT-ONE-DAY THRU 2320-EXIT
004234             VARYING WS-DAY-INTEGER FROM WS-ASSIGN-INTEGER BY 1
004241             UNTIL WS-DAY-INTEGER >= WS-RUN-INTEGER
004250     END-IF.
004260     IF WS-DAYS-OUT > WS-GRACE-DAYS
004270         PERFORM 2400-CHARGE-ONE-BADGE THRU 2400-EXIT
004320     END-IF.
004330 2300-EXIT.
004340     EXIT.
004341
004342*===============================================================
004343* 2320-COUNT-ONE-DAY - THE DAY AFTER WS-DAY-INTEGER, IF OPEN
004344*===============================================================
004345 2320-COUNT-ONE-DAY.
004346     COMPUTE WS-DAY-DATE =
004347         FUNCTION DATE-OF-INTEGER(WS-DAY-INTEGER + 1).
004348     PERFORM 2330-CHECK-BUSINESS-DAY THRU 2330-EXIT.
004349     IF WS-IS-BUSINESS-DAY
004350         ADD 1 TO WS-DAYS-OUT
004351     END-IF.
004352 2320-EXIT.
004353     EXIT.
004354
004355*===============================================================
004356* 2330-CHECK-BUSINESS-DAY - IS WS-DAY-DATE OPEN AT THIS SITE
004357* THIS SITE'S OWN CALENDAR RECORD WINS; OTHERWISE THE COMPANY-
004358* WIDE (SPACE-LOCATION) RECORD; A DAY NOT ON THE CALENDAR AT
004359* ALL IS A BUSINESS DAY. ONLY A 'B' DAY IS OPEN.
004360*===============================================================
004361 2330-CHECK-BUSINESS-DAY.
004362     SET WS-IS-BUSINESS-DAY TO TRUE.
004363     IF NOT WS-CALENDAR-AVAILABLE
004364         GO TO 2330-EXIT
004365     END-IF.
004366     MOVE WS-DAY-DATE      TO CL-CAL-DATE.
004367     MOVE WS-LOCATION-CODE TO CL-LOCATION-CODE.
004368     READ CALENDAR-FILE
004369         INVALID KEY
004370             MOVE WS-DAY-DATE TO CL-CAL-DATE
004371             MOVE SPACE       TO CL-LOCATION-CODE
004372             READ CALENDAR-FILE
004373                 INVALID KEY
004374                     SET CL-BUSINESS-DAY TO TRUE
004375             END-READ
004376     END-READ.
004377     IF NOT CL-BUSINESS-DAY
004378         SET WS-NOT-BUSINESS-DAY TO TRUE
004379     END-IF.
004380 2330-EXIT.
004381     EXIT.
004382
004383*===============================================================
004384* 2350-FIND-LOG-DEPT - WHICH DEPARTMENT GOT THIS BADGE'S VISIT
004385*===============================================================
004390 2350-FIND-LOG-DEPT.
004400     SET WS-DEPT-NOT-FOUND TO TRUE.
004410     PERFORM 2360-CHECK-ONE-XREF THRU 2360-EXIT
004620     MOVE BP-DEPT-CODE      TO BC-DEPT-CODE.
004630     MOVE BP-ASSIGN-DATE    TO BC-ASSIGN-DATE.
004640     MOVE WS-RUN-DATE       TO BC-CHARGE-DATE.
004645     PERFORM 2450-FIND-RATE-IN-FORCE THRU 2450-EXIT.
004650     MOVE WS-LOST-BADGE-RATE TO BC-CHARGE-AMOUNT.
004660     WRITE BADGE-CHARGE-RECORD.
004670     SET BP-WRITTEN-OFF TO TRUE.
004720 2400-EXIT.
004730     EXIT.
004740
004741*===============================================================
004742* 2450-FIND-RATE-IN-FORCE - 'B' RATE AS OF THE ASSIGN DATE
004743* THE LATEST EFFECTIVE DATE NOT AFTER BP-ASSIGN-DATE WINS. A
004744* BADGE ASSIGNED BEFORE THE FIRST RATE TOOK EFFECT GOES AT
004745* ZERO, THE SAME AS HAVING NO RATE AT ALL.
004746*===============================================================
004747 2450-FIND-RATE-IN-FORCE.
004748     MOVE 0 TO WS-LOST-BADGE-RATE.
004749     MOVE 0 TO WS-LR-BEST-DATE.
004750     PERFORM 2460-TRY-ONE-RATE THRU 2460-EXIT
004751         VARYING WS-LR-INDEX FROM 1 BY 1
004752         UNTIL WS-LR-INDEX > WS-LOST-RATE-COUNT.
004753 2450-EXIT.
004754     EXIT.
004755
004756 2460-TRY-ONE-RATE.
004757     IF WS-LR-EFF-DATE(WS-LR-INDEX) > BP-ASSIGN-DATE
004758         GO TO 2460-EXIT
004759     END-IF.
004760     IF WS-LR-EFF-DATE(WS-LR-INDEX) < WS-LR-BEST-DATE
004761         GO TO 2460-EXIT
004762     END-IF.
004763     MOVE WS-LR-EFF-DATE(WS-LR-INDEX) TO WS-LR-BEST-DATE.
004764     MOVE WS-LR-AMOUNT(WS-LR-INDEX)   TO WS-LOST-BADGE-RATE.
004765 2460-EXIT.
004766     EXIT.
004767
004768*===============================================================
004769* 2500-WRITE-OUT-LINE - ONE OUTSTANDING-BADGE REPORT LINE
004770*===============================================================
004780 2500-WRITE-OUT-LINE.
004790     MOVE BP-BADGE-NUMBER TO WS-OD-BADGE.
005550     CLOSE BADGE-POOL.
005560     CLOSE CHARGE-FILE.
005570     CLOSE OUTSTANDING-REPORT.
005572     IF WS-CALENDAR-AVAILABLE
005574         CLOSE CALENDAR-FILE
005576     END-IF.
005580 9000-EXIT.
005590     EXIT.
