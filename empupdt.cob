000188*                  THE BADGE HISTORY INSTEAD OF DELETE/RE-ADD.
000189*                  THE BADGE CROSS-REFERENCE NOW TRACKS OWNERS
000190*                  BY NUMBER, NOT NAME.
000191* 2026-10-14 JB    THE PARM NOW CARRIES THE SUBMITTING OPERATOR'S
000192*                  ID. THE RUN STOPS RC 16 BEFORE ANY FILE IS
000193*                  OPENED UNLESS THE OPERATOR IS ON THE NEW
000194*                  OPERATOR MASTER (COPYBOOK OPERMAST), ACTIVE,
000195*                  AND HOLDS THE HR ROLE (OR IS AN
000196*                  ADMINISTRATOR). THE OPERATOR PRINTS UNDER
000197*                  THE LISTING TITLE, SO EVERY CHANGE
000198*                  TRACES TO A PERSON.
000199*===============================================================
000200 IDENTIFICATION DIVISION.
000210 PROGRAM-ID. EMPUPDT.
000220 AUTHOR. J. BURGER.
000370         RECORD KEY IS EM-EMP-NUMBER
000375         ALTERNATE RECORD KEY IS EM-NAME WITH DUPLICATES
000380         FILE STATUS IS WS-EMPMAST-STATUS.
000381     SELECT OPERATOR-MASTER ASSIGN TO OPERMAST
000382         ORGANIZATION IS INDEXED
000383         ACCESS MODE IS RANDOM
000384         RECORD KEY IS OP-OPERATOR-ID
000385         FILE STATUS IS WS-OPERMAST-STATUS.
000390     SELECT AUDIT-REPORT ASSIGN TO AUDRPT
000400         ORGANIZATION IS SEQUENTIAL.
000410*===============================================================
000500 FD  EMPLOYEE-MASTER.
000510     COPY EMPMAST.
000520
000522 FD  OPERATOR-MASTER.
000524     COPY OPERMAST.
000526
000530 FD  AUDIT-REPORT
000540     RECORDING MODE IS F.
000550 01  AUDIT-LINE                     PIC X(132).
001070
001080 01  WS-EMPMAST-STATUS               PIC X(02) VALUE SPACES.
001090
001091 01  WS-RUN-OPERATOR.
001092     05 WS-OPERATOR-ID               PIC X(08) VALUE SPACES.
001093     05 WS-OPERATOR-NAME             PIC X(30) VALUE SPACES.
001094
001095 01  WS-OPERMAST-STATUS              PIC X(02) VALUE SPACES.
001096
001100 01  WS-RUN-DATE                     PIC 9(08).
001110
001120 01  WS-EDIT-FIELDS.
001130     05 WS-EDIT-COUNT                PIC ZZZ,ZZ9.
001140     05 WS-EDIT-DATE                 PIC 9999/99/99.
001150
001152*===============================================================
001154* LINKAGE SECTION - OPERATOR ID ARRIVES VIA THE EXEC PARM
001156*===============================================================
001158 LINKAGE SECTION.
001160 01  DL-PARM-AREA.
001162     05 DL-PARM-LENGTH                PIC S9(4) COMP.
001164     05 DL-OPERATOR-ID                PIC X(08).
001166
001168 PROCEDURE DIVISION USING DL-PARM-AREA.
001170*===============================================================
001180* 0000-MAINLINE
001190*===============================================================
001320*===============================================================
001330 1000-INITIALIZE.
001340     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
001345     PERFORM 1050-VALIDATE-OPERATOR THRU 1050-EXIT.
001350     OPEN INPUT TRANSACTION-FILE.
001360     OPEN OUTPUT AUDIT-REPORT.
001370     OPEN I-O EMPLOYEE-MASTER.
001470 1000-EXIT.
001480     EXIT.
001490
001491*===============================================================
001492* 1050-VALIDATE-OPERATOR - WHO IS RUNNING THIS JOB
001493* THE PARM OPERATOR MUST BE ON THE OPERATOR MASTER, ACTIVE,
001494* AND HOLD THE HR ROLE OR BE AN ADMINISTRATOR.
001495* ANYTHING ELSE STOPS THE RUN BEFORE A FILE IS OPENED.
001496*===============================================================
001497 1050-VALIDATE-OPERATOR.
001498     IF DL-PARM-LENGTH < 8
001499        OR DL-OPERATOR-ID = SPACES
001500         DISPLAY 'EMPU0003 OPERATOR ID PARM MISSING'
001501         MOVE 16 TO RETURN-CODE
001502         STOP RUN
001503     END-IF.
001504     MOVE DL-OPERATOR-ID TO WS-OPERATOR-ID.
001505     OPEN INPUT OPERATOR-MASTER.
001506     IF WS-OPERMAST-STATUS NOT = '00'
001507         DISPLAY 'EMPU0004 OPERATOR MASTER OPEN FAILED, STATUS '
001508                 WS-OPERMAST-STATUS
001509         MOVE 16 TO RETURN-CODE
001510         STOP RUN
001511     END-IF.
001512     MOVE WS-OPERATOR-ID TO OP-OPERATOR-ID.
001513     READ OPERATOR-MASTER
001514         INVALID KEY
001515             DISPLAY 'EMPU0005 OPERATOR ' WS-OPERATOR-ID
001516                     ' NOT ON THE OPERATOR MASTER'
001517             MOVE 16 TO RETURN-CODE
001518             STOP RUN
001519     END-READ.
001520     IF NOT OP-ACTIVE
001521         DISPLAY 'EMPU0006 OPERATOR ' WS-OPERATOR-ID
001522                 ' IS INACTIVE'
001523         MOVE 16 TO RETURN-CODE
001524         STOP RUN
001525     END-IF.
001526     IF NOT OP-ROLE-HR
001527        AND NOT OP-ROLE-ADMINISTRATOR
001528         DISPLAY 'EMPU0007 OPERATOR ' WS-OPERATOR-ID
001529                 ' ROLE ' OP-ROLE
001530                 ' MAY NOT MAINTAIN EMPLOYEES'
001531         MOVE 16 TO RETURN-CODE
001532         STOP RUN
001533     END-IF.
001534     MOVE OP-NAME TO WS-OPERATOR-NAME.
001535     CLOSE OPERATOR-MASTER.
001536 1050-EXIT.
001537     EXIT.
001538
001539*===============================================================
001540* 1100-WRITE-AUDIT-HEADINGS - DATE-STAMPED LISTING TITLE
001541*===============================================================
001542 1100-WRITE-AUDIT-HEADINGS.
001543     MOVE WS-RUN-DATE TO WS-EDIT-DATE.
001550     MOVE SPACES TO AUDIT-LINE.
001560     STRING 'EMPLOYEE MASTER CHANGE-AUDIT LISTING'
001570                            DELIMITED BY SIZE
001590            WS-EDIT-DATE    DELIMITED BY SIZE
001600       INTO AUDIT-LINE.
001610     WRITE AUDIT-LINE.
001611     MOVE SPACES TO AUDIT-LINE.
001612     STRING 'RUN BY OPERATOR: ' DELIMITED BY SIZE
001613            WS-OPERATOR-ID      DELIMITED BY SIZE
001614            '  '                DELIMITED BY SIZE
001615            WS-OPERATOR-NAME    DELIMITED BY SIZE
001616       INTO AUDIT-LINE.
001617     WRITE AUDIT-LINE.
001620     MOVE SPACES TO AUDIT-LINE.
001630     WRITE AUDIT-LINE.
001640 1100-EXIT.
