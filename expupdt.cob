000260*                  ON A CHANGE-AUDIT LISTING RECEPTION SIGNS
000270*                  OFF. RETURN CODE 4 WHEN ANY TRANSACTION
000280*                  REJECTED.
000281* 2026-10-14 JB    THE PARM NOW CARRIES THE SUBMITTING OPERATOR'S
000282*                  ID. THE RUN STOPS RC 16 BEFORE ANY FILE IS
000283*                  OPENED UNLESS THE OPERATOR IS ON THE NEW
000284*                  OPERATOR MASTER (COPYBOOK OPERMAST), ACTIVE,
000285*                  AND HOLDS THE RECEPTION ROLE (OR IS AN
000286*                  ADMINISTRATOR). THE OPERATOR PRINTS UNDER
000287*                  THE LISTING TITLE, SO EVERY CHANGE
000288*                  TRACES TO A PERSON.
000290*===============================================================
000300 IDENTIFICATION DIVISION.
000310 PROGRAM-ID. EXPUPDT.
000520         RECORD KEY IS EM-EMP-NUMBER
000530         ALTERNATE RECORD KEY IS EM-NAME WITH DUPLICATES
000540         FILE STATUS IS WS-EMPMAST-STATUS.
000541     SELECT OPERATOR-MASTER ASSIGN TO OPERMAST
000542         ORGANIZATION IS INDEXED
000543         ACCESS MODE IS RANDOM
000544         RECORD KEY IS OP-OPERATOR-ID
000545         FILE STATUS IS WS-OPERMAST-STATUS.
000550     SELECT AUDIT-REPORT ASSIGN TO AUDRPT
000560         ORGANIZATION IS SEQUENTIAL.
000570*===============================================================
000770 FD  EMPLOYEE-MASTER.
000780     COPY EMPMAST.
000790
000792 FD  OPERATOR-MASTER.
000794     COPY OPERMAST.
000796
000800 FD  AUDIT-REPORT
000810     RECORDING MODE IS F.
000820 01  AUDIT-LINE                     PIC X(132).
001560
001570 01  WS-TOTAL-LABEL                  PIC X(25) VALUE SPACES.
001580
001581 01  WS-RUN-OPERATOR.
001582     05 WS-OPERATOR-ID               PIC X(08) VALUE SPACES.
001583     05 WS-OPERATOR-NAME             PIC X(30) VALUE SPACES.
001584
001585 01  WS-OPERMAST-STATUS              PIC X(02) VALUE SPACES.
001586
001590 01  WS-RUN-DATE                     PIC 9(08).
001600
001610 01  WS-EDIT-FIELDS.
001620     05 WS-EDIT-COUNT                PIC ZZZ,ZZ9.
001630     05 WS-EDIT-DATE                 PIC 9999/99/99.
001640
001642*===============================================================
001644* LINKAGE SECTION - OPERATOR ID ARRIVES VIA THE EXEC PARM
001646*===============================================================
001648 LINKAGE SECTION.
001650 01  DL-PARM-AREA.
001652     05 DL-PARM-LENGTH                PIC S9(4) COMP.
001654     05 DL-OPERATOR-ID                PIC X(08).
001656
001658 PROCEDURE DIVISION USING DL-PARM-AREA.
001660*===============================================================
001670* 0000-MAINLINE
001680*===============================================================
001820*===============================================================
001830 1000-INITIALIZE.
001840     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
001845     PERFORM 1050-VALIDATE-OPERATOR THRU 1050-EXIT.
001850     OPEN INPUT TRANSACTION-FILE.
001860     OPEN OUTPUT AUDIT-REPORT.
001870     OPEN INPUT EMPLOYEE-MASTER.
001970 1000-EXIT.
001980     EXIT.
001990
001991*===============================================================
001992* 1050-VALIDATE-OPERATOR - WHO IS RUNNING THIS JOB
001993* THE PARM OPERATOR MUST BE ON THE OPERATOR MASTER, ACTIVE,
001994* AND HOLD THE RECEPTION ROLE OR BE AN ADMINISTRATOR.
001995* ANYTHING ELSE STOPS THE RUN BEFORE A FILE IS OPENED.
001996*===============================================================
001997 1050-VALIDATE-OPERATOR.
001998     IF DL-PARM-LENGTH < 8
001999        OR DL-OPERATOR-ID = SPACES
002000         DISPLAY 'EXPU0003 OPERATOR ID PARM MISSING'
002001         MOVE 16 TO RETURN-CODE
002002         STOP RUN
002003     END-IF.
002004     MOVE DL-OPERATOR-ID TO WS-OPERATOR-ID.
002005     OPEN INPUT OPERATOR-MASTER.
002006     IF WS-OPERMAST-STATUS NOT = '00'
002007         DISPLAY 'EXPU0004 OPERATOR MASTER OPEN FAILED, STATUS '
002008                 WS-OPERMAST-STATUS
002009         MOVE 16 TO RETURN-CODE
002010         STOP RUN
002011     END-IF.
002012     MOVE WS-OPERATOR-ID TO OP-OPERATOR-ID.
002013     READ OPERATOR-MASTER
002014         INVALID KEY
002015             DISPLAY 'EXPU0005 OPERATOR ' WS-OPERATOR-ID
002016                     ' NOT ON THE OPERATOR MASTER'
002017             MOVE 16 TO RETURN-CODE
002018             STOP RUN
002019     END-READ.
002020     IF NOT OP-ACTIVE
002021         DISPLAY 'EXPU0006 OPERATOR ' WS-OPERATOR-ID
002022                 ' IS INACTIVE'
002023         MOVE 16 TO RETURN-CODE
002024         STOP RUN
002025     END-IF.
002026     IF NOT OP-ROLE-RECEPTION
002027        AND NOT OP-ROLE-ADMINISTRATOR
002028         DISPLAY 'EXPU0007 OPERATOR ' WS-OPERATOR-ID
002029                 ' ROLE ' OP-ROLE
002030                 ' MAY NOT MAINTAIN APPOINTMENTS'
002031         MOVE 16 TO RETURN-CODE
002032         STOP RUN
002033     END-IF.
002034     MOVE OP-NAME TO WS-OPERATOR-NAME.
002035     CLOSE OPERATOR-MASTER.
002036 1050-EXIT.
002037     EXIT.
002038
002039*===============================================================
002040* 1100-WRITE-AUDIT-HEADINGS - DATE-STAMPED LISTING TITLE
002041*===============================================================
002042 1100-WRITE-AUDIT-HEADINGS.
002043     MOVE WS-RUN-DATE TO WS-EDIT-DATE.
002050     MOVE SPACES TO AUDIT-LINE.
002060     STRING 'EXPECTED-VISITOR CHANGE-AUDIT LISTING'
002070                            DELIMITED BY SIZE
002090            WS-EDIT-DATE    DELIMITED BY SIZE
002100       INTO AUDIT-LINE.
002110     WRITE AUDIT-LINE.
002111     MOVE SPACES TO AUDIT-LINE.
002112     STRING 'RUN BY OPERATOR: ' DELIMITED BY SIZE
002113            WS-OPERATOR-ID      DELIMITED BY SIZE
002114            '  '                DELIMITED BY SIZE
002115            WS-OPERATOR-NAME    DELIMITED BY SIZE
002116       INTO AUDIT-LINE.
002117     WRITE AUDIT-LINE.
002120     MOVE SPACES TO AUDIT-LINE.
002130     WRITE AUDIT-LINE.
002140 1100-EXIT.
