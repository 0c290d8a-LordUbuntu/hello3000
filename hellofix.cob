000194*                  NOW CARRIES VR-LOCATION-CODE, SO RESUBOUT
000196*                  IS 91 AND STILLREJ 93 TO STAY FULL-RECORD
000198*                  IMAGES OF THE NEW LAYOUTS.
000199* 2026-10-14 JB    THE PARM NOW CARRIES THE SUBMITTING OPERATOR'S
000200*                  ID. THE RUN STOPS RC 16 BEFORE ANY FILE IS
000201*                  OPENED UNLESS THE OPERATOR IS ON THE NEW
000202*                  OPERATOR MASTER (COPYBOOK OPERMAST), ACTIVE,
000203*                  AND HOLDS THE RECEPTION ROLE (OR IS AN
000204*                  ADMINISTRATOR). THE OPERATOR PRINTS UNDER
000205*                  THE REPORT TITLE, SO EVERY CHANGE
000206*                  TRACES TO A PERSON.
000207* 2026-10-15 JB    STILLREJ TO 95 - THE REJECT RECORD NOW CARRIES
000208*                  THE HELLO RUN SEQUENCE THAT REJECTED IT, AND A
000209*                  STILL-REJECTED RECORD KEEPS THAT ORIGINAL RUN.
000210*===============================================================
000211 IDENTIFICATION DIVISION.
000220 PROGRAM-ID. HELLOFIX.
000230 AUTHOR. J. BURGER.
000240 INSTALLATION. DATA PROCESSING.
000360         ORGANIZATION IS SEQUENTIAL.
000370     SELECT STILL-REJECT-FILE ASSIGN TO STILLREJ
000380         ORGANIZATION IS SEQUENTIAL.
000381     SELECT OPERATOR-MASTER ASSIGN TO OPERMAST
000382         ORGANIZATION IS INDEXED
000383         ACCESS MODE IS RANDOM
000384         RECORD KEY IS OP-OPERATOR-ID
000385         FILE STATUS IS WS-OPERMAST-STATUS.
000390     SELECT FIX-REPORT ASSIGN TO FIXRPT
000400         ORGANIZATION IS SEQUENTIAL.
000410*===============================================================
000530
000540 FD  STILL-REJECT-FILE
000550     RECORDING MODE IS F.
000560 01  STILL-REJECT-RECORD            PIC X(95).
000570
000572 FD  OPERATOR-MASTER.
000574     COPY OPERMAST.
000576
000580 FD  FIX-REPORT
000590     RECORDING MODE IS F.
000600 01  FIX-LINE                       PIC X(100).
000840
000850 01  WS-REJECT-REASON-CODE           PIC X(02) VALUE SPACES.
000860
000861 01  WS-RUN-OPERATOR.
000862     05 WS-OPERATOR-ID               PIC X(08) VALUE SPACES.
000863     05 WS-OPERATOR-NAME             PIC X(30) VALUE SPACES.
000864
000865 01  WS-OPERMAST-STATUS              PIC X(02) VALUE SPACES.
000866
000870 01  WS-EDIT-FIELDS.
000880     05 WS-EDIT-COUNT                PIC ZZZ,ZZ9.
000890
000920*---------------------------------------------------------------
000930     COPY VISITORS.
000940
000942*===============================================================
000944* LINKAGE SECTION - OPERATOR ID ARRIVES VIA THE EXEC PARM
000946*===============================================================
000948 LINKAGE SECTION.
000950 01  DL-PARM-AREA.
000952     05 DL-PARM-LENGTH                PIC S9(4) COMP.
000954     05 DL-OPERATOR-ID                PIC X(08).
000956
000958 PROCEDURE DIVISION USING DL-PARM-AREA.
000960*===============================================================
000970* 0000-MAINLINE
000980*===============================================================
001100* 1000-INITIALIZE - OPEN FILES AND PRIME READ
001110*===============================================================
001120 1000-INITIALIZE.
001125     PERFORM 1050-VALIDATE-OPERATOR THRU 1050-EXIT.
001130     OPEN INPUT CORRECTION-FILE.
001140     OPEN OUTPUT RESUBMIT-FILE.
001150     OPEN OUTPUT STILL-REJECT-FILE.
001180     STRING 'HELLO REJECT CORRECTION REPORT' DELIMITED BY SIZE
001190       INTO FIX-LINE.
001200     WRITE FIX-LINE.
001201     MOVE SPACES TO FIX-LINE.
001202     STRING 'RUN BY OPERATOR: ' DELIMITED BY SIZE
001203            WS-OPERATOR-ID      DELIMITED BY SIZE
001204            '  '                DELIMITED BY SIZE
001205            WS-OPERATOR-NAME    DELIMITED BY SIZE
001206       INTO FIX-LINE.
001207     WRITE FIX-LINE.
001210     MOVE SPACES TO FIX-LINE.
001220     WRITE FIX-LINE.
001230     PERFORM 8000-READ-CORRECTION THRU 8000-EXIT.
001240 1000-EXIT.
001250     EXIT.
001260
001261*===============================================================
001262* 1050-VALIDATE-OPERATOR - WHO IS RUNNING THIS JOB
001263* THE PARM OPERATOR MUST BE ON THE OPERATOR MASTER, ACTIVE,
001264* AND HOLD THE RECEPTION ROLE OR BE AN ADMINISTRATOR.
001265* ANYTHING ELSE STOPS THE RUN BEFORE A FILE IS OPENED.
001266*===============================================================
001267 1050-VALIDATE-OPERATOR.
001268     IF DL-PARM-LENGTH < 8
001269        OR DL-OPERATOR-ID = SPACES
001270         DISPLAY 'HFIX0001 OPERATOR ID PARM MISSING'
001271         MOVE 16 TO RETURN-CODE
001272         STOP RUN
001273     END-IF.
001274     MOVE DL-OPERATOR-ID TO WS-OPERATOR-ID.
001275     OPEN INPUT OPERATOR-MASTER.
001276     IF WS-OPERMAST-STATUS NOT = '00'
001277         DISPLAY 'HFIX0002 OPERATOR MASTER OPEN FAILED, STATUS '
001278                 WS-OPERMAST-STATUS
001279         MOVE 16 TO RETURN-CODE
001280         STOP RUN
001281     END-IF.
001282     MOVE WS-OPERATOR-ID TO OP-OPERATOR-ID.
001283     READ OPERATOR-MASTER
001284         INVALID KEY
001285             DISPLAY 'HFIX0003 OPERATOR ' WS-OPERATOR-ID
001286                     ' NOT ON THE OPERATOR MASTER'
001287             MOVE 16 TO RETURN-CODE
001288             STOP RUN
001289     END-READ.
001290     IF NOT OP-ACTIVE
001291         DISPLAY 'HFIX0004 OPERATOR ' WS-OPERATOR-ID
001292                 ' IS INACTIVE'
001293         MOVE 16 TO RETURN-CODE
001294         STOP RUN
001295     END-IF.
001296     IF NOT OP-ROLE-RECEPTION
001297        AND NOT OP-ROLE-ADMINISTRATOR
001298         DISPLAY 'HFIX0005 OPERATOR ' WS-OPERATOR-ID
001299                 ' ROLE ' OP-ROLE
001300                 ' MAY NOT RESUBMIT CORRECTIONS'
001301         MOVE 16 TO RETURN-CODE
001302         STOP RUN
001303     END-IF.
001304     MOVE OP-NAME TO WS-OPERATOR-NAME.
001305     CLOSE OPERATOR-MASTER.
001306 1050-EXIT.
001307     EXIT.
001308
001309*===============================================================
001310* 2000-PROCESS-CORRECTION - RE-EDIT ONE CORRECTED RECORD
001311*===============================================================
001312 2000-PROCESS-CORRECTION.
001313     ADD 1 TO WS-CORRECTIONS-READ.
001320     MOVE RJ-VISITOR-IMAGE TO VISITOR-RECORD.
001330     PERFORM 2100-VALIDATE-NAME THRU 2100-EXIT.
001340     IF WS-NAME-IS-INVALID
