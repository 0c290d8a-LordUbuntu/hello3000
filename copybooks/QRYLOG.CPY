000010*===============================================================
000020* COPYBOOK   : QRYLOG.CPY
000030* DESCRIPTION: VISITOR-LOG INQUIRY CONTROL RECORD - HELLOQRY
000040*              APPENDS ONE RECORD PER RUN, REFUSED SEARCHES
000050*              INCLUDED, SO SECURITY CAN SHOW WHO SEARCHED THE
000060*              VISITOR HISTORY, WHY, FOR WHAT, AND HOW MANY
000070*              RECORDS CAME BACK. QL-SEARCH-ARGS HOLDS THE
000080*              PARM'S SEARCH ARGUMENTS IN THE LAYOUT OF THE
000090*              SEARCH MODE (PERSON OR WINDOW VIEW).
000100* AUTHOR     : J. BURGER
000110*===============================================================
000120* MODIFICATION HISTORY
000130* ----------------------------------------------------------------
000140* DATE       INIT  DESCRIPTION
000150* ---------- ----  -------------------------------------------
000160* 2026-10-14 JB    ORIGINAL COPYBOOK. RECORD IS 184 BYTES.
000170*===============================================================
000180 01  QUERY-LOG-RECORD.
000190     05 QL-RUN-DATE                  PIC 9(08).
000200     05 QL-RUN-TIME                  PIC 9(08).
000210     05 QL-REQUESTED-BY              PIC X(30).
000220     05 QL-REASON                    PIC X(50).
000230     05 QL-SEARCH-MODE               PIC X(01).
000240         88 QL-BY-PERSON                       VALUE 'P'.
000250         88 QL-BY-WINDOW                       VALUE 'W'.
000260     05 QL-ARCHIVE-FLAG              PIC X(01).
000270         88 QL-ARCHIVE-REQUESTED               VALUE 'Y'.
000280     05 QL-SEARCH-ARGS               PIC X(78).
000290     05 QL-PERSON-ARGS REDEFINES QL-SEARCH-ARGS.
000300         10 QL-EMP-NUMBER            PIC 9(06).
000310         10 QL-VISITOR-ID            PIC 9(08).
000320         10 QL-NAME                  PIC X(64).
000330     05 QL-WINDOW-ARGS REDEFINES QL-SEARCH-ARGS.
000340         10 QL-FROM-DATE             PIC 9(08).
000350         10 QL-FROM-TIME             PIC 9(04).
000360         10 QL-TO-DATE               PIC 9(08).
000370         10 QL-TO-TIME               PIC 9(04).
000380         10 QL-LOCATION-CODE         PIC X(01).
000390         10 FILLER                   PIC X(53).
000400     05 QL-MATCH-COUNT               PIC 9(07).
000410     05 QL-RESULT                    PIC X(01).
000420         88 QL-COMPLETED                       VALUE 'C'.
000430         88 QL-PARTIAL                         VALUE 'P'.
000440         88 QL-REFUSED                         VALUE 'R'.
