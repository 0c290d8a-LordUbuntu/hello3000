000198*                  SO THEIR LOADER CAN PROVE IT GOT THE WHOLE
000199*                  FILE. THE PRINTED REPORT STAYS AS THE
000200*                  HUMAN COPY.
000201* 2026-10-14 JB    RATETBL IS NOW EFFECTIVE-DATED. EACH PERSON
000202*                  TYPE IS COSTED AT THE RATE IN FORCE ON THE
000203*                  FIRST OF THE REPORT MONTH - THE RECORD WITH
000204*                  THE LATEST EFFECTIVE DATE NOT AFTER IT - SO
000205*                  A RERUN OF AN OLD MONTH PRICES THE WAY IT
000206*                  DID AT THE TIME AND A FUTURE-DATED RATE
000207*                  WAITS ITS TURN. THE RATES USED PRINT UNDER
000208*                  THE REPORT TITLE.
000209*===============================================================
000210 IDENTIFICATION DIVISION.
000220 PROGRAM-ID. HELLOCHG.
000230 AUTHOR. J. BURGER.
000760 01  WS-RATES.
000770     05 WS-EMPLOYEE-RATE             PIC 9(03)V9(02) VALUE 0.
000780     05 WS-VISITOR-RATE              PIC 9(03)V9(02) VALUE 0.
000781     05 WS-EMPLOYEE-EFF-DATE         PIC 9(08) VALUE 0.
000782     05 WS-VISITOR-EFF-DATE          PIC 9(08) VALUE 0.
000783
000784*---------------------------------------------------------------
000785* FIRST DAY OF THE REPORT MONTH - THE DATE THE RATES MUST BE
000786* IN FORCE ON. A RECORD EFFECTIVE AFTER IT IS NOT YET LIVE.
000787*---------------------------------------------------------------
000788 01  WS-MONTH-START                  PIC 9(08) VALUE 0.
000789
000790 01  WS-RATE-EDIT.
000791     05 WS-EDIT-EMPLOYEE-RATE        PIC ZZ9.99.
000792     05 WS-EDIT-VISITOR-RATE         PIC ZZ9.99.
000793
000800*---------------------------------------------------------------
000810* DEPARTMENT BREAK TOTALS AND GRAND TOTALS
000820*---------------------------------------------------------------
001530         MOVE 16 TO RETURN-CODE
001540         STOP RUN
001550     END-IF.
001555     COMPUTE WS-MONTH-START = DL-REPORT-MONTH * 100 + 1.
001560     PERFORM 1100-LOAD-RATES THRU 1100-EXIT.
001570     OPEN OUTPUT CHARGE-REPORT.
001572     OPEN OUTPUT GL-JOURNAL.
001610            DL-REPORT-MONTH  DELIMITED BY SIZE
001620       INTO CHG-LINE.
001630     WRITE CHG-LINE.
001631     MOVE WS-EMPLOYEE-RATE TO WS-EDIT-EMPLOYEE-RATE.
001632     MOVE WS-VISITOR-RATE  TO WS-EDIT-VISITOR-RATE.
001633     MOVE SPACES TO CHG-LINE.
001634     STRING 'RATES IN FORCE - EMPLOYEE '
001635                                   DELIMITED BY SIZE
001636            WS-EDIT-EMPLOYEE-RATE  DELIMITED BY SIZE
001637            '   VISITOR '          DELIMITED BY SIZE
001638            WS-EDIT-VISITOR-RATE   DELIMITED BY SIZE
001639       INTO CHG-LINE.
001640     WRITE CHG-LINE.
001641     MOVE SPACES TO CHG-LINE.
001650     WRITE CHG-LINE.
001660     MOVE WS-HEADER-LINE TO CHG-LINE.
001670     WRITE CHG-LINE.
001700
001710*===============================================================
001720* 1100-LOAD-RATES - PICK UP ACCOUNTING'S PER-GREETING RATES
001722* A TYPE MAY HAVE SEVERAL RECORDS. THE ONE KEPT IS THE LATEST
001724* EFFECTIVE DATE ON OR BEFORE THE FIRST OF THE REPORT MONTH,
001726* WHATEVER ORDER THE FILE ARRIVES IN.
001730*===============================================================
001740 1100-LOAD-RATES.
001750     OPEN INPUT RATE-TABLE.
001890     EXIT.
001900
001910 1160-CAPTURE-RATE.
001912     IF RT-EFFECTIVE-DATE > WS-MONTH-START
001914         GO TO 1160-READ-NEXT
001916     END-IF.
001920     EVALUATE TRUE
001930         WHEN RT-EMPLOYEE-RATE
001935          AND RT-EFFECTIVE-DATE NOT < WS-EMPLOYEE-EFF-DATE
001940             MOVE RT-RATE-AMOUNT    TO WS-EMPLOYEE-RATE
001945             MOVE RT-EFFECTIVE-DATE TO WS-EMPLOYEE-EFF-DATE
001950         WHEN RT-VISITOR-RATE
001955          AND RT-EFFECTIVE-DATE NOT < WS-VISITOR-EFF-DATE
001960             MOVE RT-RATE-AMOUNT    TO WS-VISITOR-RATE
001965             MOVE RT-EFFECTIVE-DATE TO WS-VISITOR-EFF-DATE
001970         WHEN OTHER
001980             CONTINUE
001990     END-EVALUATE.
001995 1160-READ-NEXT.
002000     PERFORM 1150-READ-RATE THRU 1150-EXIT.
002010 1160-EXIT.
002020     EXIT.
