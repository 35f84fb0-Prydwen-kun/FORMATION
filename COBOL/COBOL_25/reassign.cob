000010******************************************************************
000020*                                                                *
000030*   PROGRAM:      REASSIGN                                       *
000040*   AUTHOR:       J. P. LINDQUIST                                *
000050*   INSTALLATION: DATA PROCESSING                                *
000060*   DATE-WRITTEN: 10/15/26                                       *
000070*   DATE-COMPILED:                                               *
000080*                                                                *
000090*   PURPOSE.      MASS REASSIGNMENT OF CUSTOMERS FROM A CLOSED   *
000100*       BRANCH OR RETIRED DEPARTMENT.  READS A FILE OF OLD-TO-   *
000110*       NEW BRANCH AND DEPARTMENT MAPPINGS, CHECKS EACH NEW      *
000120*       VALUE AGAINST THE BRANCH OR DEPARTMENT REFERENCE FILE,   *
000130*       AND MOVES EVERY MASTER RECORD CARRYING AN OLD VALUE TO   *
000140*       ITS NEW ONE, SO A BRANCH MERGER IS ONE CONTROLLED RUN    *
000150*       INSTEAD OF A MAINTENANCE SESSION PER ACCOUNT.  A TRIAL   *
000160*       RUN ONLY REPORTS WHAT WOULD MOVE; AN UPDATE RUN          *
000170*       REWRITES THE MASTER AND APPENDS AN AUDIT ROW PER FIELD   *
000180*       CHANGED UNDER THE SIGNED-ON OPERATOR, WHO MUST HAVE      *
000190*       SUPERVISOR AUTHORITY.  THE REPORT LISTS EACH MAPPING     *
000200*       AND ITS VALIDATION, EVERY CHANGE BEFORE AND AFTER, AND   *
000210*       THE RECORDS MOVED BY EACH MAPPING.  AN UPDATE RUN IS     *
000220*       REFUSED WHILE ANY MAPPING IS REJECTED.  THE SAME-DAY     *
000230*       RERUN CHECK IS NOT MADE - A TRIAL RUN IS EXPECTED TO BE  *
000240*       FOLLOWED BY THE UPDATE RUN THE SAME DAY, AND AN UPDATE   *
000250*       RUN REPEATED FINDS NOTHING LEFT TO MOVE.                 *
000260*                                                                *
000270*   TECTONICS.    cobc                                          *
000280*                                                                *
000290*   MODIFICATION HISTORY                                        *
000300*   DATE       INIT  DESCRIPTION                                *
000310*   10/15/26   JPL   ORIGINAL PROGRAM.                          *
000320*   10/15/26   JPL   CHECKS THE NIGHT-CYCLE JOB DEPENDENCY      *
000330*                    TABLE AT STARTUP AND REFUSES TO RUN, WITH  *
000340*                    RC 20, UNTIL EVERY PREDECESSOR HAS ENDED   *
000350*                    CLEAN TODAY.  A REFUSED RUN IS LOGGED ON   *
000360*                    THE RUN-HISTORY FILE.                      *
000370*                                                                *
000380******************************************************************
000390 IDENTIFICATION DIVISION.
000400 PROGRAM-ID. REASSIGN.
000410
000420 ENVIRONMENT DIVISION.
000430 INPUT-OUTPUT SECTION.
000440 FILE-CONTROL.
000450     SELECT CUSTOMER-MASTER ASSIGN TO CUSTMAST
000460         ORGANIZATION IS INDEXED
000470         ACCESS MODE IS SEQUENTIAL
000480         RECORD KEY IS CIF-CUST-KEY
000490         ALTERNATE RECORD KEY IS CIF-CUST-NAME
000500             WITH DUPLICATES
000510         FILE STATUS IS CIF-CUSTMAST-STATUS.
000520
000530     SELECT MAPPING-FILE ASSIGN TO REASMAP
000540         ORGANIZATION IS LINE SEQUENTIAL
000550         FILE STATUS IS CIF-MAPPING-STATUS.
000560
000570     SELECT BRANCH-REFERENCE ASSIGN TO BRNCHREF
000580         ORGANIZATION IS SEQUENTIAL
000590         FILE STATUS IS CIF-BRNCHREF-STATUS.
000600
000610     SELECT DEPARTMENT-REFERENCE ASSIGN TO DEPTREF
000620         ORGANIZATION IS SEQUENTIAL
000630         FILE STATUS IS CIF-DEPTREF-STATUS.
000640
000650     SELECT OPERATOR-SECURITY ASSIGN TO OPERSEC
000660         ORGANIZATION IS SEQUENTIAL
000670         FILE STATUS IS CIF-OPERSEC-STATUS.
000680
000690     SELECT AUDIT-FILE ASSIGN TO AUDITLOG
000700         ORGANIZATION IS LINE SEQUENTIAL
000710         FILE STATUS IS CIF-AUDIT-STATUS.
000720
000730     SELECT REPORT-LISTING ASSIGN TO REASRPT
000740         ORGANIZATION IS LINE SEQUENTIAL
000750         FILE STATUS IS CIF-REPORT-STATUS.
000760
000770     SELECT RUN-HISTORY-FILE ASSIGN TO RUNHIST
000780         ORGANIZATION IS LINE SEQUENTIAL
000790         FILE STATUS IS CIF-RUNHIST-STATUS.
000800
000810     SELECT JOB-DEP-FILE ASSIGN TO JOBDEP
000820         ORGANIZATION IS LINE SEQUENTIAL
000830         FILE STATUS IS CIF-JOBDEP-STATUS.
000840
000850     SELECT RUN-PARM-FILE ASSIGN TO RUNPARM
000860         ORGANIZATION IS LINE SEQUENTIAL
000870         FILE STATUS IS CIF-RUNPARM-STATUS.
000880
000890 DATA DIVISION.
000900 FILE SECTION.
000910 FD  CUSTOMER-MASTER.
000920     COPY CUSTREC.
000930
000940 FD  MAPPING-FILE.
000950     COPY REASREC.
000960
000970 FD  BRANCH-REFERENCE.
000980     COPY BRNCHREC.
000990
001000 FD  DEPARTMENT-REFERENCE.
001010     COPY DEPTREC.
001020
001030 FD  OPERATOR-SECURITY.
001040     COPY OPERREC.
001050
001060 FD  AUDIT-FILE.
001070     COPY AUDITREC.
001080
001090 FD  REPORT-LISTING.
001100 01  CIF-REPORT-LINE             PIC X(80).
001110
001120 FD  RUN-HISTORY-FILE.
001130     COPY RUNHREC.
001140
001150 FD  JOB-DEP-FILE.
001160     COPY JOBDREC.
001170
001180 FD  RUN-PARM-FILE.
001190     COPY RUNPREC.
001200
001210 WORKING-STORAGE SECTION.
001220******************************************************************
001230*   FILE STATUS FIELDS                                          *
001240******************************************************************
001250 01  CIF-FILE-STATUSES.
001260     05  CIF-CUSTMAST-STATUS     PIC X(02) VALUE '00'.
001270     05  CIF-MAPPING-STATUS      PIC X(02) VALUE '00'.
001280     05  CIF-BRNCHREF-STATUS     PIC X(02) VALUE '00'.
001290     05  CIF-DEPTREF-STATUS      PIC X(02) VALUE '00'.
001300     05  CIF-OPERSEC-STATUS      PIC X(02) VALUE '00'.
001310     05  CIF-AUDIT-STATUS        PIC X(02) VALUE '00'.
001320     05  CIF-REPORT-STATUS       PIC X(02) VALUE '00'.
001330     05  CIF-RUNHIST-STATUS      PIC X(02) VALUE '00'.
001340     05  CIF-JOBDEP-STATUS       PIC X(02) VALUE '00'.
001350     05  CIF-RUNPARM-STATUS      PIC X(02) VALUE '00'.
001360
001370******************************************************************
001380*   SWITCHES                                                    *
001390******************************************************************
001400 01  CIF-SWITCHES.
001410     05  CIF-EOF-SWITCH          PIC X(01) VALUE 'N'.
001420         88  CIF-EOF                        VALUE 'Y'.
001430     05  CIF-ABORT-SWITCH        PIC X(01) VALUE 'N'.
001440         88  CIF-ABORT                      VALUE 'Y'.
001450     05  CIF-CUSTMAST-OPEN-SW    PIC X(01) VALUE 'N'.
001460         88  CIF-CUSTMAST-OPEN              VALUE 'Y'.
001470     05  CIF-AUDIT-OPEN-SW       PIC X(01) VALUE 'N'.
001480         88  CIF-AUDIT-OPEN                 VALUE 'Y'.
001490     05  CIF-REPORT-OPEN-SW      PIC X(01) VALUE 'N'.
001500         88  CIF-REPORT-OPEN                VALUE 'Y'.
001510     05  CIF-MAPPING-EOF-SWITCH  PIC X(01) VALUE 'N'.
001520         88  CIF-MAPPING-EOF                VALUE 'Y'.
001530     05  CIF-BRNCH-EOF-SWITCH    PIC X(01) VALUE 'N'.
001540         88  CIF-BRNCH-EOF                  VALUE 'Y'.
001550     05  CIF-DEPTS-EOF-SWITCH    PIC X(01) VALUE 'N'.
001560         88  CIF-DEPTS-EOF                  VALUE 'Y'.
001570     05  CIF-OPERSEC-EOF-SWITCH  PIC X(01) VALUE 'N'.
001580         88  CIF-OPERSEC-EOF                VALUE 'Y'.
001590     05  CIF-SIGNON-OK-SWITCH    PIC X(01) VALUE 'N'.
001600         88  CIF-SIGNON-OK                  VALUE 'Y'.
001610     05  CIF-RUNH-STARTED-SWITCH PIC X(01) VALUE 'N'.
001620         88  CIF-RUNH-STARTED               VALUE 'Y'.
001630     05  CIF-JOBD-EOF-SWITCH     PIC X(01) VALUE 'N'.
001640         88  CIF-JOBD-EOF                   VALUE 'Y'.
001650     05  CIF-RUNH-EOF-SWITCH     PIC X(01) VALUE 'N'.
001660         88  CIF-RUNH-EOF                   VALUE 'Y'.
001670     05  CIF-UNATTENDED-SWITCH   PIC X(01) VALUE 'N'.
001680         88  CIF-UNATTENDED                 VALUE 'Y'.
001690     05  CIF-PARM-EOF-SWITCH     PIC X(01) VALUE 'N'.
001700         88  CIF-PARM-EOF                   VALUE 'Y'.
001710     05  CIF-PARM-FOUND-SWITCH   PIC X(01) VALUE 'N'.
001720         88  CIF-PARM-FOUND                 VALUE 'Y'.
001730     05  CIF-FOUND-SWITCH        PIC X(01) VALUE 'N'.
001740         88  CIF-FOUND                      VALUE 'Y'.
001750     05  CIF-REC-CHANGED-SWITCH  PIC X(01) VALUE 'N'.
001760         88  CIF-REC-CHANGED                VALUE 'Y'.
001770     05  CIF-RUN-MODE            PIC X(01) VALUE SPACE.
001780         88  CIF-TRIAL-MODE                 VALUES 'T' 't'.
001790         88  CIF-UPDATE-MODE                VALUES 'U' 'u'.
001800     05  CIF-REPORT-SECTION      PIC X(01) VALUE 'M'.
001810         88  CIF-SECTION-MAPPINGS           VALUE 'M'.
001820         88  CIF-SECTION-CHANGES            VALUE 'C'.
001830         88  CIF-SECTION-SUMMARY            VALUE 'S'.
001840
001850******************************************************************
001860*   BATCH COUNTERS                                               *
001870******************************************************************
001880 01  CIF-COUNTERS.
001890     05  CIF-RECS-READ           PIC 9(06) COMP VALUE ZERO.
001900     05  CIF-RECS-CHANGED        PIC 9(06) COMP VALUE ZERO.
001910     05  CIF-RECS-REWRITTEN      PIC 9(06) COMP VALUE ZERO.
001920     05  CIF-BRANCH-CHANGES      PIC 9(06) COMP VALUE ZERO.
001930     05  CIF-DEPT-CHANGES        PIC 9(06) COMP VALUE ZERO.
001940     05  CIF-AUDIT-ROWS          PIC 9(06) COMP VALUE ZERO.
001950     05  CIF-MAPPED-TOTAL        PIC 9(06) COMP VALUE ZERO.
001960     05  CIF-MAPS-READ           PIC 9(04) COMP VALUE ZERO.
001970     05  CIF-MAPS-ACCEPTED       PIC 9(04) COMP VALUE ZERO.
001980     05  CIF-MAPS-REJECTED       PIC 9(04) COMP VALUE ZERO.
001990     05  CIF-LINE-COUNT          PIC 9(03) COMP VALUE ZERO.
002000     05  CIF-PAGE-NO             PIC 9(04) COMP VALUE ZERO.
002010     05  CIF-MAP-IDX             PIC 9(03) COMP VALUE ZERO.
002020     05  CIF-MAP-COUNT           PIC 9(03) COMP VALUE ZERO.
002030     05  CIF-CHK-IDX             PIC 9(03) COMP VALUE ZERO.
002040     05  CIF-TBL-IDX             PIC 9(03) COMP VALUE ZERO.
002050     05  CIF-BRN-COUNT           PIC 9(03) COMP VALUE ZERO.
002060     05  CIF-DPT-COUNT           PIC 9(03) COMP VALUE ZERO.
002070     05  CIF-SIGNON-TRIES        PIC 9(01) COMP VALUE ZERO.
002080     05  CIF-OPER-IDX            PIC 9(03) COMP VALUE ZERO.
002090     05  CIF-OPER-COUNT          PIC 9(03) COMP VALUE ZERO.
002100     05  CIF-PARM-IDX            PIC 9(02) COMP VALUE ZERO.
002110     05  CIF-PARM-COUNT          PIC 9(02) COMP VALUE ZERO.
002120     05  CIF-PRED-IDX            PIC 9(02) COMP VALUE ZERO.
002130     05  CIF-PRED-COUNT          PIC 9(02) COMP VALUE ZERO.
002140     05  CIF-PREDS-BLOCKING      PIC 9(02) COMP VALUE ZERO.
002150
002160******************************************************************
002170*   MISCELLANEOUS WORKING FIELDS                                 *
002180******************************************************************
002190 01  CIF-MISC-WORK.
002200     05  CIF-LINES-PER-PAGE      PIC 9(03) VALUE 50.
002210     05  CIF-RUN-DATE            PIC X(08).
002220     05  CIF-RUN-DATE-EDIT       PIC X(10).
002230     05  CIF-RUN-TIME            PIC X(08).
002240     05  CIF-MY-PROGRAM-ID       PIC X(10) VALUE 'REASSIGN'.
002250     05  CIF-START-TIME          PIC X(08).
002260     05  CIF-END-TIME            PIC X(08).
002270     05  CIF-MAP-MAX             PIC 9(03) VALUE 50.
002280     05  CIF-PARM-WANT-KEY       PIC X(10) VALUE SPACES.
002290     05  CIF-PARM-VALUE-WORK     PIC X(20) VALUE SPACES.
002300     05  CIF-OPERATOR-ID         PIC X(08) VALUE SPACES.
002310     05  CIF-SIGNON-AUTH-LEVEL   PIC X(01) VALUE SPACE.
002320         88  CIF-SIGNON-SUPERVISOR          VALUE 'S'.
002330     05  CIF-RESULT-WORK         PIC X(25) VALUE SPACES.
002340     05  CIF-FIELD-WORK          PIC X(10) VALUE SPACES.
002350     05  CIF-BEFORE-WORK         PIC X(50) VALUE SPACES.
002360     05  CIF-AFTER-WORK          PIC X(50) VALUE SPACES.
002370     05  CIF-OLD-BRANCH          PIC X(04) VALUE SPACES.
002380     05  CIF-OLD-DEPT            PIC X(50) VALUE SPACES.
002390     05  CIF-BRANCH-HIT          PIC 9(03) COMP VALUE ZERO.
002400     05  CIF-DEPT-HIT            PIC 9(03) COMP VALUE ZERO.
002410
002420******************************************************************
002430*   MAPPING TABLE                                                *
002440*   EVERY MAPPING ON THE FILE, WITH ITS VALIDATION RESULT AND    *
002450*   THE RECORDS IT MOVED.  ONLY ACCEPTED MAPPINGS (A) ARE        *
002460*   APPLIED; A MAPPING IS MATCHED AGAINST THE VALUE THE RECORD   *
002470*   CARRIED WHEN READ, SO MAPPINGS NEVER CHAIN IN ONE RUN.       *
002480******************************************************************
002490 01  CIF-MAPPING-TABLE.
002500     05  CIF-MAPPING-ENTRY OCCURS 50 TIMES.
002510         10  CIF-MTBL-TYPE       PIC X(01).
002520         10  CIF-MTBL-OLD        PIC X(50).
002530         10  CIF-MTBL-NEW        PIC X(50).
002540         10  CIF-MTBL-RESULT     PIC X(01).
002550             88  CIF-MTBL-ACCEPTED          VALUE 'A'.
002560             88  CIF-MTBL-REJECTED          VALUE 'R'.
002570         10  CIF-MTBL-MOVED      PIC 9(06) COMP.
002580
002590******************************************************************
002600*   BRANCH REFERENCE TABLE                                       *
002610******************************************************************
002620 01  CIF-BRANCH-TABLE.
002630     05  CIF-BRANCH-ENTRY OCCURS 50 TIMES.
002640         10  CIF-BRTBL-CODE      PIC X(04).
002650         10  CIF-BRTBL-ACTIVE-SW PIC X(01).
002660
002670******************************************************************
002680*   DEPARTMENT REFERENCE TABLE                                   *
002690******************************************************************
002700 01  CIF-DEPT-TABLE.
002710     05  CIF-DEPT-ENTRY OCCURS 100 TIMES.
002720         10  CIF-DPTBL-NAME      PIC X(50).
002730         10  CIF-DPTBL-ACTIVE-SW PIC X(01).
002740
002750******************************************************************
002760*   OPERATOR SECURITY TABLE                                      *
002770*   THE SECURITY FILE IS SMALL (A HANDFUL OF OPERATORS) AND IS   *
002780*   LOADED HERE AT STARTUP SO SIGN-ON RETRIES DO NOT RE-READ     *
002790*   THE FILE.                                                    *
002800******************************************************************
002810 01  CIF-OPERATOR-TABLE.
002820     05  CIF-OPER-ENTRY OCCURS 50 TIMES.
002830         10  CIF-OPTBL-ID        PIC X(08).
002840         10  CIF-OPTBL-NAME      PIC X(30).
002850         10  CIF-OPTBL-ACTIVE-SW PIC X(01).
002860         10  CIF-OPTBL-AUTH-LVL  PIC X(01).
002870
002880******************************************************************
002890*   PRINT LINE - A SINGLE 80-BYTE PRINT AREA REDEFINED BELOW     *
002900*   INTO THE HEADING, SECTION, DETAIL AND TOTAL LAYOUTS.         *
002910******************************************************************
002920 01  CIF-PRINT-LINE                  PIC X(80) VALUE SPACES.
002930
002940 01  CIF-PRINT-LINE-HEAD-1 REDEFINES CIF-PRINT-LINE.
002950     05  CIF-H1-FILLER-1             PIC X(25).
002960     05  CIF-H1-TITLE                PIC X(30).
002970     05  CIF-H1-FILLER-2             PIC X(05).
002980     05  CIF-H1-PAGE-LIT             PIC X(05).
002990     05  CIF-H1-PAGE-NO              PIC ZZZ9.
003000     05  CIF-H1-FILLER-3             PIC X(11).
003010
003020 01  CIF-PRINT-LINE-HEAD-2 REDEFINES CIF-PRINT-LINE.
003030     05  CIF-H2-FILLER-1             PIC X(25).
003040     05  CIF-H2-DATE-LIT             PIC X(10).
003050     05  CIF-H2-RUN-DATE             PIC X(10).
003060     05  CIF-H2-MODE-LIT             PIC X(08).
003070     05  CIF-H2-MODE                 PIC X(06).
003080     05  CIF-H2-FILLER-2             PIC X(21).
003090
003100 01  CIF-PRINT-LINE-MAP-HEAD REDEFINES CIF-PRINT-LINE.
003110     05  CIF-MH-TYPE-LIT             PIC X(05).
003120     05  CIF-MH-OLD-LIT              PIC X(25).
003130     05  CIF-MH-NEW-LIT              PIC X(25).
003140     05  CIF-MH-RESULT-LIT           PIC X(25).
003150
003160 01  CIF-PRINT-LINE-MAP REDEFINES CIF-PRINT-LINE.
003170     05  CIF-M-TYPE                  PIC X(01).
003180     05  CIF-M-FILLER-1              PIC X(04).
003190     05  CIF-M-OLD                   PIC X(24).
003200     05  CIF-M-FILLER-2              PIC X(01).
003210     05  CIF-M-NEW                   PIC X(24).
003220     05  CIF-M-FILLER-3              PIC X(01).
003230     05  CIF-M-RESULT                PIC X(25).
003240
003250 01  CIF-PRINT-LINE-MAP-COUNT REDEFINES CIF-PRINT-LINE.
003260     05  CIF-MC-TYPE                 PIC X(01).
003270     05  CIF-MC-FILLER-1             PIC X(04).
003280     05  CIF-MC-OLD                  PIC X(24).
003290     05  CIF-MC-FILLER-2             PIC X(01).
003300     05  CIF-MC-NEW                  PIC X(24).
003310     05  CIF-MC-FILLER-3             PIC X(01).
003320     05  CIF-MC-COUNT                PIC ZZZ,ZZ9.
003330     05  CIF-MC-FILLER-4             PIC X(18).
003340
003350 01  CIF-PRINT-LINE-CHG-HEAD REDEFINES CIF-PRINT-LINE.
003360     05  CIF-CH-ACCT-LIT             PIC X(11).
003370     05  CIF-CH-FIELD-LIT            PIC X(12).
003380     05  CIF-CH-BEFORE-LIT           PIC X(29).
003390     05  CIF-CH-AFTER-LIT            PIC X(28).
003400
003410 01  CIF-PRINT-LINE-CHANGE REDEFINES CIF-PRINT-LINE.
003420     05  CIF-C-ACCT-NO               PIC 9(09).
003430     05  CIF-C-FILLER-1              PIC X(02).
003440     05  CIF-C-FIELD                 PIC X(10).
003450     05  CIF-C-FILLER-2              PIC X(02).
003460     05  CIF-C-BEFORE                PIC X(28).
003470     05  CIF-C-FILLER-3              PIC X(01).
003480     05  CIF-C-AFTER                 PIC X(28).
003490
003500 01  CIF-PRINT-LINE-TOTAL REDEFINES CIF-PRINT-LINE.
003510     05  CIF-T-FILLER-1              PIC X(10).
003520     05  CIF-T-LIT                   PIC X(20).
003530     05  CIF-T-COUNT                 PIC ZZZ,ZZ9.
003540     05  CIF-T-FILLER-2              PIC X(43).
003550
003560******************************************************************
003570*   PREDECESSOR TABLE                                            *
003580*   THE JOBS THAT MUST HAVE ENDED CLEAN TODAY BEFORE THIS        *
003590*   PROGRAM MAY RUN, FROM THE NIGHT-CYCLE JOB DEPENDENCY TABLE.  *
003600******************************************************************
003610 01  CIF-PRED-TABLE.
003620     05  CIF-PRED-ENTRY OCCURS 10 TIMES.
003630         10  CIF-PRED-PROGRAM-ID PIC X(10).
003640         10  CIF-PRED-CLEAN-SW   PIC X(01).
003650             88  CIF-PRED-CLEAN             VALUE 'Y'.
003660
003670******************************************************************
003680*   RUN PARAMETER TABLE                                          *
003690*   THE ANSWERS FOR THIS PROGRAM FROM THE NIGHT-CYCLE RUN        *
003700*   PARAMETER FILE, LOADED AT STARTUP WHEN THE FILE IS PRESENT.  *
003710******************************************************************
003720 01  CIF-PARM-TABLE.
003730     05  CIF-PARM-ENTRY OCCURS 10 TIMES.
003740         10  CIF-PTBL-KEYWORD    PIC X(10).
003750         10  CIF-PTBL-VALUE      PIC X(20).
003760
003770 PROCEDURE DIVISION.
003780******************************************************************
003790*   0000-MAINLINE                                                *
003800*   TOP-LEVEL CONTROL OF THE REASSIGNMENT RUN.                   *
003810******************************************************************
003820 0000-MAINLINE.
003830     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
003840     IF NOT CIF-ABORT
003850         PERFORM 2000-PROCESS-RECORD THRU 2000-EXIT
003860             UNTIL CIF-EOF
003870         IF NOT CIF-ABORT
003880             PERFORM 8000-RECONCILE-TOTALS THRU 8000-EXIT
003890         END-IF
003900     END-IF.
003910     PERFORM 9000-TERMINATE THRU 9000-EXIT.
003920     STOP RUN.
003930
003940******************************************************************
003950*   1000-INITIALIZE                                              *
003960*   SIGNS ON THE SUPERVISOR, TAKES THE RUN MODE, LOADS THE       *
003970*   REFERENCE FILES AND THE MAPPINGS, AND OPENS THE MASTER -     *
003980*   FOR INPUT ON A TRIAL RUN, FOR UPDATE WITH THE AUDIT LOG ON   *
003990*   AN UPDATE RUN.                                               *
004000******************************************************************
004010 1000-INITIALIZE.
004020     ACCEPT CIF-RUN-DATE FROM DATE YYYYMMDD.
004030     ACCEPT CIF-START-TIME FROM TIME.
004040     MOVE CIF-START-TIME TO CIF-RUN-TIME.
004050     MOVE CIF-RUN-DATE(5:2) TO CIF-RUN-DATE-EDIT(1:2).
004060     MOVE '/'               TO CIF-RUN-DATE-EDIT(3:1).
004070     MOVE CIF-RUN-DATE(7:2) TO CIF-RUN-DATE-EDIT(4:2).
004080     MOVE '/'               TO CIF-RUN-DATE-EDIT(6:1).
004090     MOVE CIF-RUN-DATE(1:4) TO CIF-RUN-DATE-EDIT(7:4).
004100     PERFORM 1010-LOAD-RUN-PARMS THRU 1010-EXIT.
004110     PERFORM 1092-CHECK-PREDECESSORS THRU 1092-EXIT.
004120     PERFORM 1095-WRITE-RUN-START THRU 1095-EXIT.
004130     IF CIF-ABORT
004140         GO TO 1000-EXIT
004150     END-IF.
004160
004170     PERFORM 1050-LOAD-OPERATORS THRU 1050-EXIT.
004180     PERFORM 1060-SIGN-ON THRU 1060-EXIT.
004190     IF CIF-ABORT
004200         GO TO 1000-EXIT
004210     END-IF.
004220     IF NOT CIF-SIGNON-SUPERVISOR
004230         DISPLAY 'REASSIGN - SUPERVISOR AUTHORITY REQUIRED - '
004240             'JOB CANCELLED'
004250         MOVE 16 TO RETURN-CODE
004260         MOVE 'Y' TO CIF-ABORT-SWITCH
004270         GO TO 1000-EXIT
004280     END-IF.
004290
004300     PERFORM 1040-SELECT-RUN-MODE THRU 1040-EXIT.
004310     IF CIF-ABORT
004320         GO TO 1000-EXIT
004330     END-IF.
004340     PERFORM 1085-LOAD-BRANCHES THRU 1085-EXIT.
004350     IF NOT CIF-ABORT
004360         PERFORM 1087-LOAD-DEPTS THRU 1087-EXIT
004370     END-IF.
004380     IF CIF-ABORT
004390         GO TO 1000-EXIT
004400     END-IF.
004410
004420     OPEN OUTPUT REPORT-LISTING.
004430     IF CIF-REPORT-STATUS NOT = '00'
004440         DISPLAY 'REASSIGN - REPORT OPEN FAILED - STATUS '
004450             CIF-REPORT-STATUS
004460         MOVE 16 TO RETURN-CODE
004470         MOVE 'Y' TO CIF-ABORT-SWITCH
004480         GO TO 1000-EXIT
004490     END-IF.
004500     MOVE 'Y' TO CIF-REPORT-OPEN-SW.
004510
004520     PERFORM 1200-LOAD-MAPPINGS THRU 1200-EXIT.
004530     IF CIF-ABORT
004540         GO TO 1000-EXIT
004550     END-IF.
004560     IF CIF-MAPS-ACCEPTED = ZERO
004570         DISPLAY 'REASSIGN - NO ACCEPTED MAPPINGS - JOB FAILING'
004580         MOVE 16 TO RETURN-CODE
004590         MOVE 'Y' TO CIF-ABORT-SWITCH
004600         GO TO 1000-EXIT
004610     END-IF.
004620     IF CIF-UPDATE-MODE AND CIF-MAPS-REJECTED > ZERO
004630         DISPLAY 'REASSIGN - ' CIF-MAPS-REJECTED
004640             ' MAPPING(S) REJECTED - UPDATE RUN CANCELLED, '
004650             'NOTHING CHANGED'
004660         MOVE 16 TO RETURN-CODE
004670         MOVE 'Y' TO CIF-ABORT-SWITCH
004680         GO TO 1000-EXIT
004690     END-IF.
004700
004710     IF CIF-UPDATE-MODE
004720         OPEN I-O CUSTOMER-MASTER
004730     ELSE
004740         OPEN INPUT CUSTOMER-MASTER
004750     END-IF.
004760     IF CIF-CUSTMAST-STATUS NOT = '00'
004770         DISPLAY 'REASSIGN - CUSTOMER-MASTER OPEN FAILED - '
004780             'STATUS ' CIF-CUSTMAST-STATUS
004790         MOVE 16 TO RETURN-CODE
004800         MOVE 'Y' TO CIF-ABORT-SWITCH
004810         GO TO 1000-EXIT
004820     END-IF.
004830     MOVE 'Y' TO CIF-CUSTMAST-OPEN-SW.
004840
004850     IF CIF-UPDATE-MODE
004860         OPEN EXTEND AUDIT-FILE
004870         IF CIF-AUDIT-STATUS NOT = '00'
004880             OPEN OUTPUT AUDIT-FILE
004890         END-IF
004900         IF CIF-AUDIT-STATUS NOT = '00'
004910             DISPLAY 'REASSIGN - AUDIT LOG OPEN FAILED - STATUS '
004920                 CIF-AUDIT-STATUS
004930             MOVE 16 TO RETURN-CODE
004940             MOVE 'Y' TO CIF-ABORT-SWITCH
004950             GO TO 1000-EXIT
004960         END-IF
004970         MOVE 'Y' TO CIF-AUDIT-OPEN-SW
004980     END-IF.
004990
005000     MOVE 'C' TO CIF-REPORT-SECTION.
005010     PERFORM 4200-START-SECTION THRU 4200-EXIT.
005020     PERFORM 1100-READ-CUSTOMER THRU 1100-EXIT.
005030 1000-EXIT.
005040     EXIT.
005050
005060******************************************************************
005070*   1010-LOAD-RUN-PARMS                                          *
005080*   LOOKS FOR THE NIGHT-CYCLE RUN PARAMETER FILE.  WHEN IT IS    *
005090*   PRESENT THE RUN IS UNATTENDED AND EVERY CONSOLE ANSWER IS    *
005100*   TAKEN FROM THE ROWS CARRYING THIS PROGRAM'S NAME; WHEN IT    *
005110*   IS ABSENT THE RUN PROMPTS AT THE CONSOLE AS BEFORE.          *
005120******************************************************************
005130 1010-LOAD-RUN-PARMS.
005140     MOVE ZERO TO CIF-PARM-COUNT.
005150     MOVE 'N' TO CIF-PARM-EOF-SWITCH.
005160     OPEN INPUT RUN-PARM-FILE.
005170     IF CIF-RUNPARM-STATUS NOT = '00'
005180         GO TO 1010-EXIT
005190     END-IF.
005200     MOVE 'Y' TO CIF-UNATTENDED-SWITCH.
005210     DISPLAY 'REASSIGN - UNATTENDED MODE - ANSWERS FROM '
005220         'RUN PARAMETER FILE'.
005230     PERFORM 1015-READ-RUN-PARM THRU 1015-EXIT
005240         UNTIL CIF-PARM-EOF.
005250     CLOSE RUN-PARM-FILE.
005260 1010-EXIT.
005270     EXIT.
005280
005290******************************************************************
005300*   1015-READ-RUN-PARM                                           *
005310*   READS ONE RUN PARAMETER ROW, KEEPING THE ROWS ADDRESSED TO   *
005320*   THIS PROGRAM.                                                *
005330******************************************************************
005340 1015-READ-RUN-PARM.
005350     READ RUN-PARM-FILE
005360         AT END
005370             MOVE 'Y' TO CIF-PARM-EOF-SWITCH
005380         NOT AT END
005390             IF CIF-PRM-PROGRAM-ID = CIF-MY-PROGRAM-ID
005400                 IF CIF-PARM-COUNT < 10
005410                     ADD 1 TO CIF-PARM-COUNT
005420                     MOVE CIF-PRM-KEYWORD
005430                         TO CIF-PTBL-KEYWORD (CIF-PARM-COUNT)
005440                     MOVE CIF-PRM-VALUE
005450                         TO CIF-PTBL-VALUE (CIF-PARM-COUNT)
005460                 END-IF
005470             END-IF
005480     END-READ.
005490     IF NOT CIF-PARM-EOF
005500         IF CIF-RUNPARM-STATUS NOT = '00'
005510             DISPLAY 'REASSIGN - RUN PARAMETER READ FAILED '
005520                 '- STATUS ' CIF-RUNPARM-STATUS
005530             MOVE 'Y' TO CIF-PARM-EOF-SWITCH
005540         END-IF
005550     END-IF.
005560 1015-EXIT.
005570     EXIT.
005580
005590******************************************************************
005600*   1020-FIND-RUN-PARM                                           *
005610*   SEARCHES THE PARAMETER TABLE FOR THE KEYWORD IN              *
005620*   CIF-PARM-WANT-KEY, LEAVING ITS VALUE IN                      *
005630*   CIF-PARM-VALUE-WORK WHEN FOUND.                              *
005640******************************************************************
005650 1020-FIND-RUN-PARM.
005660     MOVE 'N' TO CIF-PARM-FOUND-SWITCH.
005670     MOVE SPACES TO CIF-PARM-VALUE-WORK.
005680     PERFORM 1025-MATCH-RUN-PARM THRU 1025-EXIT
005690         VARYING CIF-PARM-IDX FROM 1 BY 1
005700         UNTIL CIF-PARM-IDX > CIF-PARM-COUNT OR CIF-PARM-FOUND.
005710 1020-EXIT.
005720     EXIT.
005730
005740******************************************************************
005750*   1025-MATCH-RUN-PARM                                          *
005760*   COMPARES ONE PARAMETER TABLE ENTRY AGAINST THE KEYWORD       *
005770*   WANTED.                                                      *
005780******************************************************************
005790 1025-MATCH-RUN-PARM.
005800     IF CIF-PTBL-KEYWORD (CIF-PARM-IDX) = CIF-PARM-WANT-KEY
005810         MOVE 'Y' TO CIF-PARM-FOUND-SWITCH
005820         MOVE CIF-PTBL-VALUE (CIF-PARM-IDX)
005830             TO CIF-PARM-VALUE-WORK
005840     END-IF.
005850 1025-EXIT.
005860     EXIT.
005870
005880******************************************************************
005890*   1030-PARM-MISSING                                            *
005900*   FAILS THE JOB WITH RETURN CODE 12 WHEN A REQUIRED RUN        *
005910*   PARAMETER IS MISSING FROM AN UNATTENDED RUN.                 *
005920******************************************************************
005930 1030-PARM-MISSING.
005940     DISPLAY 'REASSIGN - REQUIRED RUN PARAMETER '
005950         CIF-PARM-WANT-KEY ' MISSING - JOB FAILING'.
005960     MOVE 12 TO RETURN-CODE.
005970     MOVE 'Y' TO CIF-ABORT-SWITCH.
005980 1030-EXIT.
005990     EXIT.
006000
006010******************************************************************
006020*   1040-SELECT-RUN-MODE                                         *
006030*   TAKES THE RUN MODE - T (TRIAL, REPORT ONLY) OR U (UPDATE) -  *
006040*   FROM THE MODE RUN PARAMETER ON AN UNATTENDED RUN, OTHERWISE  *
006050*   FROM THE OPERATOR.  ANY OTHER ANSWER FAILS THE JOB - THERE   *
006060*   IS NO DEFAULT, SO AN UPDATE IS NEVER TAKEN BY ACCIDENT.      *
006070******************************************************************
006080 1040-SELECT-RUN-MODE.
006090     IF CIF-UNATTENDED
006100         MOVE 'MODE' TO CIF-PARM-WANT-KEY
006110         PERFORM 1020-FIND-RUN-PARM THRU 1020-EXIT
006120         IF NOT CIF-PARM-FOUND
006130             PERFORM 1030-PARM-MISSING THRU 1030-EXIT
006140             GO TO 1040-EXIT
006150         END-IF
006160         MOVE CIF-PARM-VALUE-WORK(1:1) TO CIF-RUN-MODE
006170     ELSE
006180         DISPLAY 'RUN MODE - T = TRIAL (REPORT ONLY), '
006190             'U = UPDATE : '
006200         ACCEPT CIF-RUN-MODE
006210     END-IF.
006220     IF NOT CIF-TRIAL-MODE AND NOT CIF-UPDATE-MODE
006230         DISPLAY 'REASSIGN - RUN MODE MUST BE T OR U - '
006240             CIF-RUN-MODE ' - JOB FAILING'
006250         MOVE 12 TO RETURN-CODE
006260         MOVE 'Y' TO CIF-ABORT-SWITCH
006270         GO TO 1040-EXIT
006280     END-IF.
006290     IF CIF-TRIAL-MODE
006300         DISPLAY 'REASSIGN - TRIAL RUN - MASTER WILL NOT BE '
006310             'CHANGED'
006320     ELSE
006330         DISPLAY 'REASSIGN - UPDATE RUN'
006340     END-IF.
006350 1040-EXIT.
006360     EXIT.
006370
006380******************************************************************
006390*   1050-LOAD-OPERATORS                                          *
006400*   LOADS THE OPERATOR SECURITY FILE INTO THE SIGN-ON TABLE,     *
006410*   CREATING THE FILE WITH THE DEFAULT OPER01 ENTRY ON ITS       *
006420*   FIRST USE, THE SAME WAY THE INTAKE PROGRAM DOES.             *
006430******************************************************************
006440 1050-LOAD-OPERATORS.
006450     MOVE ZERO TO CIF-OPER-COUNT.
006460     MOVE 'N' TO CIF-OPERSEC-EOF-SWITCH.
006470     OPEN INPUT OPERATOR-SECURITY.
006480     IF CIF-OPERSEC-STATUS NOT = '00'
006490         OPEN OUTPUT OPERATOR-SECURITY
006500         MOVE 'OPER01'           TO CIF-OPER-ID
006510         MOVE 'DEFAULT OPERATOR' TO CIF-OPER-NAME
006520         MOVE 'Y'                TO CIF-OPER-ACTIVE-SW
006530         MOVE 'S'                TO CIF-OPER-AUTH-LEVEL
006540         MOVE SPACES             TO CIF-OPER-FILLER
006550         WRITE OPERATOR-SECURITY-RECORD
006560         CLOSE OPERATOR-SECURITY
006570         OPEN INPUT OPERATOR-SECURITY
006580     END-IF.
006590     PERFORM 1055-READ-OPERATOR THRU 1055-EXIT
006600         UNTIL CIF-OPERSEC-EOF.
006610     CLOSE OPERATOR-SECURITY.
006620 1050-EXIT.
006630     EXIT.
006640
006650******************************************************************
006660*   1055-READ-OPERATOR                                           *
006670*   READS ONE OPERATOR SECURITY RECORD INTO THE SIGN-ON TABLE.   *
006680******************************************************************
006690 1055-READ-OPERATOR.
006700     READ OPERATOR-SECURITY
006710         AT END
006720             MOVE 'Y' TO CIF-OPERSEC-EOF-SWITCH
006730         NOT AT END
006740             IF CIF-OPER-COUNT < 50
006750                 ADD 1 TO CIF-OPER-COUNT
006760                 MOVE CIF-OPER-ID TO CIF-OPTBL-ID (CIF-OPER-COUNT)
006770                 MOVE CIF-OPER-NAME
006780                     TO CIF-OPTBL-NAME (CIF-OPER-COUNT)
006790                 MOVE CIF-OPER-ACTIVE-SW
006800                     TO CIF-OPTBL-ACTIVE-SW (CIF-OPER-COUNT)
006810                 MOVE CIF-OPER-AUTH-LEVEL
006820                     TO CIF-OPTBL-AUTH-LVL (CIF-OPER-COUNT)
006830             END-IF
006840     END-READ.
006850     IF NOT CIF-OPERSEC-EOF
006860         IF CIF-OPERSEC-STATUS NOT = '00'
006870             DISPLAY 'REASSIGN - OPERATOR SECURITY READ FAILED '
006880                 '- STATUS ' CIF-OPERSEC-STATUS
006890                 ' - SIGN-ON TABLE INCOMPLETE'
006900             MOVE 'Y' TO CIF-OPERSEC-EOF-SWITCH
006910         END-IF
006920     END-IF.
006930 1055-EXIT.
006940     EXIT.
006950
006960******************************************************************
006970*   1060-SIGN-ON                                                 *
006980*   GIVES THE OPERATOR THREE TRIES TO SIGN ON WITH AN ID THAT    *
006990*   IS ON THE SECURITY FILE AND STILL ACTIVE.  A FAILED SIGN-ON  *
007000*   CANCELS THE JOB BEFORE ANY OTHER FILE IS OPENED.             *
007010******************************************************************
007020 1060-SIGN-ON.
007030     IF CIF-UNATTENDED
007040         MOVE 'OPERATOR' TO CIF-PARM-WANT-KEY
007050         PERFORM 1020-FIND-RUN-PARM THRU 1020-EXIT
007060         IF NOT CIF-PARM-FOUND
007070             PERFORM 1030-PARM-MISSING THRU 1030-EXIT
007080             GO TO 1060-EXIT
007090         END-IF
007100         MOVE CIF-PARM-VALUE-WORK(1:8) TO CIF-OPERATOR-ID
007110         PERFORM 1080-MATCH-OPERATOR THRU 1080-EXIT
007120             VARYING CIF-OPER-IDX FROM 1 BY 1
007130             UNTIL CIF-OPER-IDX > CIF-OPER-COUNT OR CIF-SIGNON-OK
007140         IF NOT CIF-SIGNON-OK
007150             DISPLAY 'SIGN-ON FAILED - JOB CANCELLED'
007160             MOVE 16 TO RETURN-CODE
007170             MOVE 'Y' TO CIF-ABORT-SWITCH
007180         END-IF
007190         GO TO 1060-EXIT
007200     END-IF.
007210     MOVE ZERO TO CIF-SIGNON-TRIES.
007220     PERFORM 1070-SIGN-ON-TRY THRU 1070-EXIT
007230         UNTIL CIF-SIGNON-OK OR CIF-SIGNON-TRIES >= 3.
007240     IF NOT CIF-SIGNON-OK
007250         DISPLAY 'SIGN-ON FAILED - JOB CANCELLED'
007260         MOVE 16 TO RETURN-CODE
007270         MOVE 'Y' TO CIF-ABORT-SWITCH
007280     END-IF.
007290 1060-EXIT.
007300     EXIT.
007310
007320******************************************************************
007330*   1070-SIGN-ON-TRY                                             *
007340*   ONE SIGN-ON ATTEMPT - ACCEPTS THE OPERATOR ID AND SEARCHES   *
007350*   THE SECURITY TABLE FOR AN ACTIVE MATCH.                      *
007360******************************************************************
007370 1070-SIGN-ON-TRY.
007380     ADD 1 TO CIF-SIGNON-TRIES.
007390     DISPLAY 'ENTER OPERATOR ID : '.
007400     ACCEPT CIF-OPERATOR-ID.
007410     PERFORM 1080-MATCH-OPERATOR THRU 1080-EXIT
007420         VARYING CIF-OPER-IDX FROM 1 BY 1
007430         UNTIL CIF-OPER-IDX > CIF-OPER-COUNT OR CIF-SIGNON-OK.
007440     IF NOT CIF-SIGNON-OK
007450         DISPLAY 'OPERATOR NOT AUTHORIZED OR NOT ACTIVE'
007460     END-IF.
007470 1070-EXIT.
007480     EXIT.
007490
007500******************************************************************
007510*   1080-MATCH-OPERATOR                                          *
007520*   COMPARES ONE SECURITY TABLE ENTRY AGAINST THE ID KEYED.      *
007530******************************************************************
007540 1080-MATCH-OPERATOR.
007550     IF CIF-OPTBL-ID (CIF-OPER-IDX) = CIF-OPERATOR-ID AND
007560             CIF-OPTBL-ACTIVE-SW (CIF-OPER-IDX) = 'Y'
007570         MOVE CIF-OPTBL-AUTH-LVL (CIF-OPER-IDX)
007580             TO CIF-SIGNON-AUTH-LEVEL
007590         MOVE 'Y' TO CIF-SIGNON-OK-SWITCH
007600         DISPLAY 'SIGNED ON - ' CIF-OPERATOR-ID ' '
007610             CIF-OPTBL-NAME (CIF-OPER-IDX)
007620     END-IF.
007630 1080-EXIT.
007640     EXIT.
007650
007660******************************************************************
007670*   1085-LOAD-BRANCHES                                           *
007680*   LOADS THE BRANCH REFERENCE FILE INTO THE BRANCH TABLE.       *
007690******************************************************************
007700 1085-LOAD-BRANCHES.
007710     MOVE ZERO TO CIF-BRN-COUNT.
007720     MOVE 'N' TO CIF-BRNCH-EOF-SWITCH.
007730     OPEN INPUT BRANCH-REFERENCE.
007740     IF CIF-BRNCHREF-STATUS NOT = '00'
007750         DISPLAY 'REASSIGN - BRANCH REFERENCE OPEN FAILED - '
007760             'STATUS ' CIF-BRNCHREF-STATUS
007770         MOVE 16 TO RETURN-CODE
007780         MOVE 'Y' TO CIF-ABORT-SWITCH
007790         GO TO 1085-EXIT
007800     END-IF.
007810     PERFORM 1086-READ-BRANCH THRU 1086-EXIT
007820         UNTIL CIF-BRNCH-EOF.
007830     CLOSE BRANCH-REFERENCE.
007840 1085-EXIT.
007850     EXIT.
007860
007870******************************************************************
007880*   1086-READ-BRANCH                                             *
007890*   READS ONE BRANCH REFERENCE RECORD INTO THE BRANCH TABLE.     *
007900******************************************************************
007910 1086-READ-BRANCH.
007920     READ BRANCH-REFERENCE
007930         AT END
007940             MOVE 'Y' TO CIF-BRNCH-EOF-SWITCH
007950         NOT AT END
007960             IF CIF-BRN-COUNT < 50
007970                 ADD 1 TO CIF-BRN-COUNT
007980                 MOVE CIF-BRN-CODE
007990                     TO CIF-BRTBL-CODE (CIF-BRN-COUNT)
008000                 MOVE CIF-BRN-ACTIVE-SW
008010                     TO CIF-BRTBL-ACTIVE-SW (CIF-BRN-COUNT)
008020             ELSE
008030                 DISPLAY 'REASSIGN - BRANCH TABLE FULL - '
008040                     'JOB FAILING'
008050                 MOVE 16 TO RETURN-CODE
008060                 MOVE 'Y' TO CIF-ABORT-SWITCH
008070                 MOVE 'Y' TO CIF-BRNCH-EOF-SWITCH
008080             END-IF
008090     END-READ.
008100     IF NOT CIF-BRNCH-EOF
008110         IF CIF-BRNCHREF-STATUS NOT = '00'
008120             DISPLAY 'REASSIGN - BRANCH REFERENCE READ FAILED '
008130                 '- STATUS ' CIF-BRNCHREF-STATUS ' - JOB FAILING'
008140             MOVE 16 TO RETURN-CODE
008150             MOVE 'Y' TO CIF-ABORT-SWITCH
008160             MOVE 'Y' TO CIF-BRNCH-EOF-SWITCH
008170         END-IF
008180     END-IF.
008190 1086-EXIT.
008200     EXIT.
008210
008220******************************************************************
008230*   1087-LOAD-DEPTS                                             *
008240*   LOADS THE DEPARTMENT REFERENCE FILE INTO THE DEPARTMENT      *
008250*   TABLE.                                                       *
008260******************************************************************
008270 1087-LOAD-DEPTS.
008280     MOVE ZERO TO CIF-DPT-COUNT.
008290     MOVE 'N' TO CIF-DEPTS-EOF-SWITCH.
008300     OPEN INPUT DEPARTMENT-REFERENCE.
008310     IF CIF-DEPTREF-STATUS NOT = '00'
008320         DISPLAY 'REASSIGN - DEPARTMENT REFERENCE OPEN FAILED - '
008330             'STATUS ' CIF-DEPTREF-STATUS
008340         MOVE 16 TO RETURN-CODE
008350         MOVE 'Y' TO CIF-ABORT-SWITCH
008360         GO TO 1087-EXIT
008370     END-IF.
008380     PERFORM 1088-READ-DEPT THRU 1088-EXIT
008390         UNTIL CIF-DEPTS-EOF.
008400     CLOSE DEPARTMENT-REFERENCE.
008410 1087-EXIT.
008420     EXIT.
008430
008440******************************************************************
008450*   1088-READ-DEPT                                              *
008460*   READS ONE DEPARTMENT REFERENCE RECORD INTO THE TABLE.        *
008470******************************************************************
008480 1088-READ-DEPT.
008490     READ DEPARTMENT-REFERENCE
008500         AT END
008510             MOVE 'Y' TO CIF-DEPTS-EOF-SWITCH
008520         NOT AT END
008530             IF CIF-DPT-COUNT < 100
008540                 ADD 1 TO CIF-DPT-COUNT
008550                 MOVE CIF-DPT-NAME
008560                     TO CIF-DPTBL-NAME (CIF-DPT-COUNT)
008570                 MOVE CIF-DPT-ACTIVE-SW
008580                     TO CIF-DPTBL-ACTIVE-SW (CIF-DPT-COUNT)
008590             ELSE
008600                 DISPLAY 'REASSIGN - DEPARTMENT TABLE FULL - '
008610                     'JOB FAILING'
008620                 MOVE 16 TO RETURN-CODE
008630                 MOVE 'Y' TO CIF-ABORT-SWITCH
008640                 MOVE 'Y' TO CIF-DEPTS-EOF-SWITCH
008650             END-IF
008660     END-READ.
008670     IF NOT CIF-DEPTS-EOF
008680         IF CIF-DEPTREF-STATUS NOT = '00'
008690             DISPLAY 'REASSIGN - DEPARTMENT REFERENCE READ '
008700                 'FAILED - STATUS ' CIF-DEPTREF-STATUS
008710                 ' - JOB FAILING'
008720             MOVE 16 TO RETURN-CODE
008730             MOVE 'Y' TO CIF-ABORT-SWITCH
008740             MOVE 'Y' TO CIF-DEPTS-EOF-SWITCH
008750         END-IF
008760     END-IF.
008770 1088-EXIT.
008780     EXIT.
008790
008800******************************************************************
008810*   1092-CHECK-PREDECESSORS                                      *
008820*   LOOKS UP THIS PROGRAM'S REQUIRED PREDECESSORS ON THE NIGHT-  *
008830*   CYCLE JOB DEPENDENCY TABLE AND PROVES EACH ONE HAS AN END    *
008840*   RECORD ON THE RUN-HISTORY FILE FOR TODAY WITH RETURN CODE    *
008850*   ZERO.  ANY THAT HAS NOT IS NAMED ON THE CONSOLE AND THE RUN  *
008860*   IS REFUSED WITH RETURN CODE 20.  WITHOUT THE TABLE, OR WITH  *
008870*   NO ROWS FOR THIS PROGRAM, THERE IS NOTHING TO WAIT FOR.      *
008880******************************************************************
008890 1092-CHECK-PREDECESSORS.
008900     MOVE ZERO TO CIF-PRED-COUNT.
008910     MOVE ZERO TO CIF-PREDS-BLOCKING.
008920     MOVE 'N' TO CIF-JOBD-EOF-SWITCH.
008930     OPEN INPUT JOB-DEP-FILE.
008940     IF CIF-JOBDEP-STATUS NOT = '00'
008950         GO TO 1092-EXIT
008960     END-IF.
008970     PERFORM 1093-READ-JOB-DEPENDENCY THRU 1093-EXIT
008980         UNTIL CIF-JOBD-EOF.
008990     CLOSE JOB-DEP-FILE.
009000     IF CIF-ABORT OR CIF-PRED-COUNT = ZERO
009010         GO TO 1092-EXIT
009020     END-IF.
009030
009040     MOVE 'N' TO CIF-RUNH-EOF-SWITCH.
009050     OPEN INPUT RUN-HISTORY-FILE.
009060     IF CIF-RUNHIST-STATUS = '00'
009070         PERFORM 1094-READ-PRED-HISTORY THRU 1094-EXIT
009080             UNTIL CIF-RUNH-EOF
009090         CLOSE RUN-HISTORY-FILE
009100     END-IF.
009110     PERFORM 1097-REPORT-PREDECESSOR THRU 1097-EXIT
009120         VARYING CIF-PRED-IDX FROM 1 BY 1
009130         UNTIL CIF-PRED-IDX > CIF-PRED-COUNT.
009140     IF CIF-PREDS-BLOCKING > ZERO
009150         DISPLAY 'REASSIGN - PREDECESSORS NOT ENDED CLEAN '
009160             'TODAY : ' CIF-PREDS-BLOCKING ' - RUN REFUSED'
009170         MOVE 20 TO RETURN-CODE
009180         MOVE 'Y' TO CIF-ABORT-SWITCH
009190     END-IF.
009200 1092-EXIT.
009210     EXIT.
009220
009230******************************************************************
009240*   1093-READ-JOB-DEPENDENCY                                     *
009250*   READS ONE JOB DEPENDENCY ROW, TABLING THE PREDECESSORS       *
009260*   NAMED FOR THIS PROGRAM.  A READ FAILURE, OR MORE             *
009270*   PREDECESSORS THAN THE TABLE HOLDS, FAILS THE JOB RATHER      *
009280*   THAN LET IT RUN ON A PARTIAL CHECK.                          *
009290******************************************************************
009300 1093-READ-JOB-DEPENDENCY.
009310     READ JOB-DEP-FILE
009320         AT END
009330             MOVE 'Y' TO CIF-JOBD-EOF-SWITCH
009340             GO TO 1093-EXIT
009350     END-READ.
009360     IF CIF-JOBDEP-STATUS NOT = '00'
009370         DISPLAY 'REASSIGN - JOB DEPENDENCY READ FAILED - '
009380             'STATUS ' CIF-JOBDEP-STATUS ' - JOB FAILING'
009390         MOVE 16 TO RETURN-CODE
009400         MOVE 'Y' TO CIF-ABORT-SWITCH
009410         MOVE 'Y' TO CIF-JOBD-EOF-SWITCH
009420         GO TO 1093-EXIT
009430     END-IF.
009440     IF CIF-JOBD-PROGRAM-ID NOT = CIF-MY-PROGRAM-ID
009450             OR CIF-JOBD-PRED-ID = SPACES
009460         GO TO 1093-EXIT
009470     END-IF.
009480     IF CIF-PRED-COUNT >= 10
009490         DISPLAY 'REASSIGN - MORE THAN 10 PREDECESSORS ON THE '
009500             'JOB DEPENDENCY TABLE - JOB FAILING'
009510         MOVE 16 TO RETURN-CODE
009520         MOVE 'Y' TO CIF-ABORT-SWITCH
009530         MOVE 'Y' TO CIF-JOBD-EOF-SWITCH
009540         GO TO 1093-EXIT
009550     END-IF.
009560     ADD 1 TO CIF-PRED-COUNT.
009570     MOVE CIF-JOBD-PRED-ID
009580         TO CIF-PRED-PROGRAM-ID (CIF-PRED-COUNT).
009590     MOVE 'N' TO CIF-PRED-CLEAN-SW (CIF-PRED-COUNT).
009600 1093-EXIT.
009610     EXIT.
009620
009630******************************************************************
009640*   1094-READ-PRED-HISTORY                                       *
009650*   READS ONE RUN-HISTORY RECORD OF THE PREDECESSOR CHECK.  EACH *
009660*   END RECORD FOR TODAY, IN FILE ORDER, MARKS THAT PROGRAM DONE *
009670*   OR NOT DONE, SO ITS LATEST RUN DECIDES - A CLEAN RUN         *
009680*   FOLLOWED BY A FAILED RERUN IS NOT DONE.  A READ ERROR ENDS   *
009690*   THE SCAN, LEAVING ANY PREDECESSOR NOT YET SEEN UNPROVEN.     *
009700******************************************************************
009710 1094-READ-PRED-HISTORY.
009720     READ RUN-HISTORY-FILE
009730         AT END
009740             MOVE 'Y' TO CIF-RUNH-EOF-SWITCH
009750         NOT AT END
009760             IF CIF-RUNH-END AND
009770                     CIF-RUNH-RUN-DATE = CIF-RUN-DATE
009780                 PERFORM 1096-MATCH-PREDECESSOR THRU 1096-EXIT
009790                     VARYING CIF-PRED-IDX FROM 1 BY 1
009800                     UNTIL CIF-PRED-IDX > CIF-PRED-COUNT
009810             END-IF
009820     END-READ.
009830     IF NOT CIF-RUNH-EOF
009840         IF CIF-RUNHIST-STATUS NOT = '00'
009850             DISPLAY 'REASSIGN - RUN-HISTORY READ FAILED - '
009860                 'STATUS ' CIF-RUNHIST-STATUS
009870                 ' - PREDECESSOR CHECK INCOMPLETE'
009880             MOVE 'Y' TO CIF-RUNH-EOF-SWITCH
009890         END-IF
009900     END-IF.
009910 1094-EXIT.
009920     EXIT.
009930
009940******************************************************************
009950*   1095-WRITE-RUN-START                                         *
009960*   APPENDS THIS RUN'S START RECORD TO THE RUN-HISTORY FILE,     *
009970*   WHICH STAYS OPEN UNTIL THE END RECORD IS WRITTEN AT          *
009980*   TERMINATION.                                                 *
009990******************************************************************
010000 1095-WRITE-RUN-START.
010010     OPEN EXTEND RUN-HISTORY-FILE.
010020     IF CIF-RUNHIST-STATUS NOT = '00'
010030         OPEN OUTPUT RUN-HISTORY-FILE
010040     END-IF.
010050     MOVE SPACES            TO RUN-HISTORY-RECORD.
010060     MOVE CIF-MY-PROGRAM-ID TO CIF-RUNH-PROGRAM-ID.
010070     MOVE 'START'           TO CIF-RUNH-REC-TYPE.
010080     MOVE CIF-RUN-DATE      TO CIF-RUNH-RUN-DATE.
010090     MOVE CIF-START-TIME    TO CIF-RUNH-RUN-TIME.
010100     MOVE ZERO              TO CIF-RUNH-RECS-READ.
010110     MOVE ZERO              TO CIF-RUNH-RECS-WRITTEN.
010120     MOVE ZERO              TO CIF-RUNH-RECS-REJECTED.
010130     MOVE ZERO              TO CIF-RUNH-RETURN-CODE.
010140     WRITE RUN-HISTORY-RECORD.
010150     MOVE 'Y' TO CIF-RUNH-STARTED-SWITCH.
010160 1095-EXIT.
010170     EXIT.
010180
010190******************************************************************
010200*   1096-MATCH-PREDECESSOR                                       *
010210*   WHEN THE END RECORD IN HAND IS ONE PREDECESSOR'S OWN, MARKS  *
010220*   IT DONE FOR A CLEAN END AND NOT DONE FOR ANY OTHER.          *
010230******************************************************************
010240 1096-MATCH-PREDECESSOR.
010250     IF CIF-PRED-PROGRAM-ID (CIF-PRED-IDX) = CIF-RUNH-PROGRAM-ID
010260         IF CIF-RUNH-RETURN-CODE = ZERO
010270             MOVE 'Y' TO CIF-PRED-CLEAN-SW (CIF-PRED-IDX)
010280         ELSE
010290             MOVE 'N' TO CIF-PRED-CLEAN-SW (CIF-PRED-IDX)
010300         END-IF
010310     END-IF.
010320 1096-EXIT.
010330     EXIT.
010340
010350******************************************************************
010360*   1097-REPORT-PREDECESSOR                                      *
010370*   NAMES ONE PREDECESSOR ON THE CONSOLE WHEN IT HAS NOT ENDED   *
010380*   CLEAN TODAY, AND COUNTS IT AGAINST THE RUN.                  *
010390******************************************************************
010400 1097-REPORT-PREDECESSOR.
010410     IF NOT CIF-PRED-CLEAN (CIF-PRED-IDX)
010420         DISPLAY 'REASSIGN - PREDECESSOR '
010430             CIF-PRED-PROGRAM-ID (CIF-PRED-IDX)
010440             ' HAS NOT ENDED CLEAN TODAY'
010450         ADD 1 TO CIF-PREDS-BLOCKING
010460     END-IF.
010470 1097-EXIT.
010480     EXIT.
010490
010500******************************************************************
010510*   1100-READ-CUSTOMER                                           *
010520******************************************************************
010530 1100-READ-CUSTOMER.
010540     READ CUSTOMER-MASTER NEXT RECORD
010550         AT END
010560             MOVE 'Y' TO CIF-EOF-SWITCH
010570         NOT AT END
010580             ADD 1 TO CIF-RECS-READ
010590     END-READ.
010600     IF NOT CIF-EOF
010610         IF CIF-CUSTMAST-STATUS NOT = '00' AND
010620                 CIF-CUSTMAST-STATUS NOT = '02'
010630             DISPLAY 'REASSIGN - CUSTOMER-MASTER READ FAILED '
010640                 '- STATUS ' CIF-CUSTMAST-STATUS
010650                 ' - JOB FAILING'
010660             MOVE 16 TO RETURN-CODE
010670             MOVE 'Y' TO CIF-ABORT-SWITCH
010680             MOVE 'Y' TO CIF-EOF-SWITCH
010690         END-IF
010700     END-IF.
010710 1100-EXIT.
010720     EXIT.
010730
010740******************************************************************
010750*   1200-LOAD-MAPPINGS                                           *
010760*   READS THE WHOLE MAPPING FILE INTO THE MAPPING TABLE,         *
010770*   VALIDATING EACH MAPPING AND LISTING IT WITH ITS RESULT AS    *
010780*   THE FIRST SECTION OF THE REPORT.  A MISSING OR EMPTY FILE,   *
010790*   OR ONE TOO LARGE FOR THE TABLE, FAILS THE JOB.               *
010800******************************************************************
010810 1200-LOAD-MAPPINGS.
010820     MOVE ZERO TO CIF-MAP-COUNT.
010830     MOVE 'N' TO CIF-MAPPING-EOF-SWITCH.
010840     OPEN INPUT MAPPING-FILE.
010850     IF CIF-MAPPING-STATUS NOT = '00'
010860         DISPLAY 'REASSIGN - MAPPING FILE OPEN FAILED - STATUS '
010870             CIF-MAPPING-STATUS
010880         MOVE 16 TO RETURN-CODE
010890         MOVE 'Y' TO CIF-ABORT-SWITCH
010900         GO TO 1200-EXIT
010910     END-IF.
010920     MOVE 'M' TO CIF-REPORT-SECTION.
010930     PERFORM 4200-START-SECTION THRU 4200-EXIT.
010940     PERFORM 1210-READ-MAPPING THRU 1210-EXIT
010950         UNTIL CIF-MAPPING-EOF.
010960     CLOSE MAPPING-FILE.
010970     IF CIF-ABORT
010980         GO TO 1200-EXIT
010990     END-IF.
011000     IF CIF-MAPS-READ = ZERO
011010         DISPLAY 'REASSIGN - MAPPING FILE IS EMPTY - JOB FAILING'
011020         MOVE 16 TO RETURN-CODE
011030         MOVE 'Y' TO CIF-ABORT-SWITCH
011040         GO TO 1200-EXIT
011050     END-IF.
011060     DISPLAY 'REASSIGN - MAPPINGS READ     : ' CIF-MAPS-READ.
011070     DISPLAY 'REASSIGN - MAPPINGS ACCEPTED : ' CIF-MAPS-ACCEPTED.
011080     DISPLAY 'REASSIGN - MAPPINGS REJECTED : ' CIF-MAPS-REJECTED.
011090 1200-EXIT.
011100     EXIT.
011110
011120******************************************************************
011130*   1210-READ-MAPPING                                            *
011140*   READS ONE MAPPING INTO THE TABLE AND VALIDATES IT.           *
011150******************************************************************
011160 1210-READ-MAPPING.
011170     READ MAPPING-FILE
011180         AT END
011190             MOVE 'Y' TO CIF-MAPPING-EOF-SWITCH
011200     END-READ.
011210     IF CIF-MAPPING-EOF
011220         GO TO 1210-EXIT
011230     END-IF.
011240     IF CIF-MAPPING-STATUS NOT = '00'
011250         DISPLAY 'REASSIGN - MAPPING FILE READ FAILED - STATUS '
011260             CIF-MAPPING-STATUS ' - JOB FAILING'
011270         MOVE 16 TO RETURN-CODE
011280         MOVE 'Y' TO CIF-ABORT-SWITCH
011290         MOVE 'Y' TO CIF-MAPPING-EOF-SWITCH
011300         GO TO 1210-EXIT
011310     END-IF.
011320     IF CIF-MAP-COUNT >= CIF-MAP-MAX
011330         DISPLAY 'REASSIGN - MAPPING TABLE FULL AT ' CIF-MAP-MAX
011340             ' - JOB FAILING'
011350         MOVE 16 TO RETURN-CODE
011360         MOVE 'Y' TO CIF-ABORT-SWITCH
011370         MOVE 'Y' TO CIF-MAPPING-EOF-SWITCH
011380         GO TO 1210-EXIT
011390     END-IF.
011400     ADD 1 TO CIF-MAPS-READ.
011410     ADD 1 TO CIF-MAP-COUNT.
011420     MOVE CIF-MAP-TYPE      TO CIF-MTBL-TYPE (CIF-MAP-COUNT).
011430     MOVE CIF-MAP-OLD-VALUE TO CIF-MTBL-OLD (CIF-MAP-COUNT).
011440     MOVE CIF-MAP-NEW-VALUE TO CIF-MTBL-NEW (CIF-MAP-COUNT).
011450     MOVE ZERO              TO CIF-MTBL-MOVED (CIF-MAP-COUNT).
011460     PERFORM 1300-VALIDATE-MAPPING THRU 1300-EXIT.
011470     IF CIF-RESULT-WORK = 'ACCEPTED'
011480         MOVE 'A' TO CIF-MTBL-RESULT (CIF-MAP-COUNT)
011490         ADD 1 TO CIF-MAPS-ACCEPTED
011500     ELSE
011510         MOVE 'R' TO CIF-MTBL-RESULT (CIF-MAP-COUNT)
011520         ADD 1 TO CIF-MAPS-REJECTED
011530     END-IF.
011540     PERFORM 4300-WRITE-MAPPING-LINE THRU 4300-EXIT.
011550 1210-EXIT.
011560     EXIT.
011570
011580******************************************************************
011590*   1300-VALIDATE-MAPPING                                        *
011600*   CHECKS THE MAPPING JUST READ, LEAVING 'ACCEPTED' OR THE      *
011610*   REASON FOR REJECTION IN CIF-RESULT-WORK.  THE NEW VALUE      *
011620*   MUST BE ON ITS REFERENCE FILE AND ACTIVE, AND NO OLD VALUE   *
011630*   MAY BE MAPPED TWICE OR BE THE TARGET OF ANOTHER MAPPING OF   *
011640*   THE SAME TYPE - THE FIRST SUCH MAPPING ON THE FILE STANDS.   *
011650******************************************************************
011660 1300-VALIDATE-MAPPING.
011670     MOVE 'ACCEPTED' TO CIF-RESULT-WORK.
011680     IF NOT CIF-MAP-BRANCH AND NOT CIF-MAP-DEPT
011690         MOVE 'TYPE NOT B OR D' TO CIF-RESULT-WORK
011700         GO TO 1300-EXIT
011710     END-IF.
011720     IF CIF-MAP-OLD-VALUE = CIF-MAP-NEW-VALUE
011730         MOVE 'OLD AND NEW THE SAME' TO CIF-RESULT-WORK
011740         GO TO 1300-EXIT
011750     END-IF.
011760
011770     MOVE 'N' TO CIF-FOUND-SWITCH.
011780     IF CIF-MAP-BRANCH
011790         IF CIF-MAP-OLD-VALUE(5:46) NOT = SPACES
011800                 OR CIF-MAP-NEW-VALUE(5:46) NOT = SPACES
011810             MOVE 'BRANCH CODE OVER 4 CHARS' TO CIF-RESULT-WORK
011820             GO TO 1300-EXIT
011830         END-IF
011840         PERFORM 1310-MATCH-NEW-BRANCH THRU 1310-EXIT
011850             VARYING CIF-TBL-IDX FROM 1 BY 1
011860             UNTIL CIF-TBL-IDX > CIF-BRN-COUNT OR CIF-FOUND
011870         IF NOT CIF-FOUND
011880             MOVE 'NEW BRANCH NOT ON FILE' TO CIF-RESULT-WORK
011890             GO TO 1300-EXIT
011900         END-IF
011910         SUBTRACT 1 FROM CIF-TBL-IDX
011920         IF CIF-BRTBL-ACTIVE-SW (CIF-TBL-IDX) NOT = 'Y'
011930             MOVE 'NEW BRANCH NOT ACTIVE' TO CIF-RESULT-WORK
011940             GO TO 1300-EXIT
011950         END-IF
011960     ELSE
011970         PERFORM 1320-MATCH-NEW-DEPT THRU 1320-EXIT
011980             VARYING CIF-TBL-IDX FROM 1 BY 1
011990             UNTIL CIF-TBL-IDX > CIF-DPT-COUNT OR CIF-FOUND
012000         IF NOT CIF-FOUND
012010             MOVE 'NEW DEPARTMENT NOT ON FILE' TO CIF-RESULT-WORK
012020             GO TO 1300-EXIT
012030         END-IF
012040         SUBTRACT 1 FROM CIF-TBL-IDX
012050         IF CIF-DPTBL-ACTIVE-SW (CIF-TBL-IDX) NOT = 'Y'
012060             MOVE 'NEW DEPARTMENT NOT ACTIVE' TO CIF-RESULT-WORK
012070             GO TO 1300-EXIT
012080         END-IF
012090     END-IF.
012100
012110     PERFORM 1330-CHECK-EARLIER-MAPPING THRU 1330-EXIT
012120         VARYING CIF-CHK-IDX FROM 1 BY 1
012130         UNTIL CIF-CHK-IDX >= CIF-MAP-COUNT
012140             OR CIF-RESULT-WORK NOT = 'ACCEPTED'.
012150 1300-EXIT.
012160     EXIT.
012170
012180******************************************************************
012190*   1310-MATCH-NEW-BRANCH                                        *
012200******************************************************************
012210 1310-MATCH-NEW-BRANCH.
012220     IF CIF-BRTBL-CODE (CIF-TBL-IDX) = CIF-MAP-NEW-VALUE(1:4)
012230         MOVE 'Y' TO CIF-FOUND-SWITCH
012240     END-IF.
012250 1310-EXIT.
012260     EXIT.
012270
012280******************************************************************
012290*   1320-MATCH-NEW-DEPT                                          *
012300******************************************************************
012310 1320-MATCH-NEW-DEPT.
012320     IF CIF-DPTBL-NAME (CIF-TBL-IDX) = CIF-MAP-NEW-VALUE
012330         MOVE 'Y' TO CIF-FOUND-SWITCH
012340     END-IF.
012350 1320-EXIT.
012360     EXIT.
012370
012380******************************************************************
012390*   1330-CHECK-EARLIER-MAPPING                                   *
012400*   COMPARES THE MAPPING JUST READ WITH ONE EARLIER ACCEPTED     *
012410*   MAPPING OF THE SAME TYPE.                                    *
012420******************************************************************
012430 1330-CHECK-EARLIER-MAPPING.
012440     IF CIF-MTBL-TYPE (CIF-CHK-IDX) NOT = CIF-MAP-TYPE
012450             OR NOT CIF-MTBL-ACCEPTED (CIF-CHK-IDX)
012460         GO TO 1330-EXIT
012470     END-IF.
012480     IF CIF-MTBL-OLD (CIF-CHK-IDX) = CIF-MAP-OLD-VALUE
012490         MOVE 'OLD VALUE ALREADY MAPPED' TO CIF-RESULT-WORK
012500         GO TO 1330-EXIT
012510     END-IF.
012520     IF CIF-MTBL-OLD (CIF-CHK-IDX) = CIF-MAP-NEW-VALUE
012530             OR CIF-MTBL-NEW (CIF-CHK-IDX) = CIF-MAP-OLD-VALUE
012540         MOVE 'CHAINS WITH EARLIER MAPPING' TO CIF-RESULT-WORK
012550     END-IF.
012560 1330-EXIT.
012570     EXIT.
012580
012590******************************************************************
012600*   2000-PROCESS-RECORD                                          *
012610*   APPLIES THE ACCEPTED MAPPINGS TO ONE MASTER RECORD.  ON AN   *
012620*   UPDATE RUN A CHANGED RECORD IS REWRITTEN AND EACH FIELD      *
012630*   CHANGED IS AUDIT-LOGGED; ON A TRIAL RUN THE CHANGE IS ONLY   *
012640*   REPORTED.                                                    *
012650******************************************************************
012660 2000-PROCESS-RECORD.
012670     MOVE 'N'             TO CIF-REC-CHANGED-SWITCH.
012680     MOVE ZERO            TO CIF-BRANCH-HIT.
012690     MOVE ZERO            TO CIF-DEPT-HIT.
012700     MOVE CIF-CUST-BRANCH TO CIF-OLD-BRANCH.
012710     MOVE CIF-CUST-DEPT   TO CIF-OLD-DEPT.
012720
012730     MOVE 'N' TO CIF-FOUND-SWITCH.
012740     PERFORM 2110-MATCH-BRANCH-MAP THRU 2110-EXIT
012750         VARYING CIF-MAP-IDX FROM 1 BY 1
012760         UNTIL CIF-MAP-IDX > CIF-MAP-COUNT OR CIF-FOUND.
012770     IF CIF-FOUND
012780         SUBTRACT 1 FROM CIF-MAP-IDX
012790         MOVE CIF-MAP-IDX TO CIF-BRANCH-HIT
012800         MOVE CIF-MTBL-NEW (CIF-MAP-IDX)(1:4) TO CIF-CUST-BRANCH
012810         MOVE 'Y' TO CIF-REC-CHANGED-SWITCH
012820     END-IF.
012830
012840     MOVE 'N' TO CIF-FOUND-SWITCH.
012850     PERFORM 2120-MATCH-DEPT-MAP THRU 2120-EXIT
012860         VARYING CIF-MAP-IDX FROM 1 BY 1
012870         UNTIL CIF-MAP-IDX > CIF-MAP-COUNT OR CIF-FOUND.
012880     IF CIF-FOUND
012890         SUBTRACT 1 FROM CIF-MAP-IDX
012900         MOVE CIF-MAP-IDX TO CIF-DEPT-HIT
012910         MOVE CIF-MTBL-NEW (CIF-MAP-IDX) TO CIF-CUST-DEPT
012920         MOVE 'Y' TO CIF-REC-CHANGED-SWITCH
012930     END-IF.
012940
012950     IF CIF-REC-CHANGED
012960         PERFORM 2200-APPLY-CHANGE THRU 2200-EXIT
012970     END-IF.
012980     IF NOT CIF-EOF
012990         PERFORM 1100-READ-CUSTOMER THRU 1100-EXIT
013000     END-IF.
013010 2000-EXIT.
013020     EXIT.
013030
013040******************************************************************
013050*   2110-MATCH-BRANCH-MAP                                        *
013060******************************************************************
013070 2110-MATCH-BRANCH-MAP.
013080     IF CIF-MTBL-TYPE (CIF-MAP-IDX) = 'B'
013090             AND CIF-MTBL-ACCEPTED (CIF-MAP-IDX)
013100             AND CIF-MTBL-OLD (CIF-MAP-IDX)(1:4) = CIF-CUST-BRANCH
013110         MOVE 'Y' TO CIF-FOUND-SWITCH
013120     END-IF.
013130 2110-EXIT.
013140     EXIT.
013150
013160******************************************************************
013170*   2120-MATCH-DEPT-MAP                                          *
013180******************************************************************
013190 2120-MATCH-DEPT-MAP.
013200     IF CIF-MTBL-TYPE (CIF-MAP-IDX) = 'D'
013210             AND CIF-MTBL-ACCEPTED (CIF-MAP-IDX)
013220             AND CIF-MTBL-OLD (CIF-MAP-IDX) = CIF-CUST-DEPT
013230         MOVE 'Y' TO CIF-FOUND-SWITCH
013240     END-IF.
013250 2120-EXIT.
013260     EXIT.
013270
013280******************************************************************
013290*   2200-APPLY-CHANGE                                            *
013300*   REWRITES THE CHANGED RECORD ON AN UPDATE RUN, THEN COUNTS,   *
013310*   REPORTS AND (ON AN UPDATE RUN) AUDIT-LOGS EACH FIELD MOVED.  *
013320*   A FAILED REWRITE FAILS THE RUN - THE RECORDS ALREADY MOVED   *
013330*   STAY MOVED, EACH WITH ITS AUDIT ROW, AND THE RUN CAN SIMPLY  *
013340*   BE REPEATED ONCE THE FAULT IS CLEARED.                       *
013350******************************************************************
013360 2200-APPLY-CHANGE.
013370     IF CIF-UPDATE-MODE
013380         REWRITE CUSTOMER-MASTER-RECORD
013390         IF CIF-CUSTMAST-STATUS NOT = '00'
013400             DISPLAY 'REASSIGN - MASTER REWRITE FAILED - KEY '
013410                 CIF-CUST-KEY ' STATUS ' CIF-CUSTMAST-STATUS
013420                 ' - JOB FAILING'
013430             MOVE 16 TO RETURN-CODE
013440             MOVE 'Y' TO CIF-ABORT-SWITCH
013450             MOVE 'Y' TO CIF-EOF-SWITCH
013460             GO TO 2200-EXIT
013470         END-IF
013480         ADD 1 TO CIF-RECS-REWRITTEN
013490     END-IF.
013500     ADD 1 TO CIF-RECS-CHANGED.
013510
013520     IF CIF-BRANCH-HIT > ZERO
013530         ADD 1 TO CIF-BRANCH-CHANGES
013540         ADD 1 TO CIF-MTBL-MOVED (CIF-BRANCH-HIT)
013550         MOVE 'BRANCH'        TO CIF-FIELD-WORK
013560         MOVE CIF-OLD-BRANCH  TO CIF-BEFORE-WORK
013570         MOVE CIF-CUST-BRANCH TO CIF-AFTER-WORK
013580         PERFORM 2300-REPORT-FIELD-CHANGE THRU 2300-EXIT
013590     END-IF.
013600     IF CIF-DEPT-HIT > ZERO
013610         ADD 1 TO CIF-DEPT-CHANGES
013620         ADD 1 TO CIF-MTBL-MOVED (CIF-DEPT-HIT)
013630         MOVE 'DEPARTMENT'    TO CIF-FIELD-WORK
013640         MOVE CIF-OLD-DEPT    TO CIF-BEFORE-WORK
013650         MOVE CIF-CUST-DEPT   TO CIF-AFTER-WORK
013660         PERFORM 2300-REPORT-FIELD-CHANGE THRU 2300-EXIT
013670     END-IF.
013680 2200-EXIT.
013690     EXIT.
013700
013710******************************************************************
013720*   2300-REPORT-FIELD-CHANGE                                     *
013730*   LISTS ONE FIELD CHANGE BEFORE AND AFTER AND, ON AN UPDATE    *
013740*   RUN, APPENDS ITS AUDIT ROW UNDER THE SIGNED-ON SUPERVISOR.   *
013750******************************************************************
013760 2300-REPORT-FIELD-CHANGE.
013770     PERFORM 4400-WRITE-CHANGE-LINE THRU 4400-EXIT.
013780     IF NOT CIF-UPDATE-MODE
013790         GO TO 2300-EXIT
013800     END-IF.
013810     MOVE SPACES          TO AUDIT-LOG-RECORD.
013820     MOVE CIF-RUN-DATE    TO CIF-AUD-DATE.
013830     MOVE CIF-RUN-TIME    TO CIF-AUD-TIME.
013840     MOVE CIF-OPERATOR-ID TO CIF-AUD-OPERATOR-ID.
013850     MOVE CIF-CUST-KEY    TO CIF-AUD-ACCT-NO.
013860     MOVE CIF-FIELD-WORK  TO CIF-AUD-FIELD-ID.
013870     MOVE CIF-AFTER-WORK  TO CIF-AUD-VALUE.
013880     MOVE 'CHANGED'       TO CIF-AUD-STATUS.
013890     WRITE AUDIT-LOG-RECORD.
013900     ADD 1 TO CIF-AUDIT-ROWS.
013910 2300-EXIT.
013920     EXIT.
013930
013940******************************************************************
013950*   4000-CHECK-PAGE                                              *
013960*   STARTS A NEW PAGE WHEN THE CURRENT ONE IS FULL.              *
013970******************************************************************
013980 4000-CHECK-PAGE.
013990     IF CIF-LINE-COUNT >= CIF-LINES-PER-PAGE OR CIF-PAGE-NO = 0
014000         PERFORM 4100-WRITE-HEADINGS THRU 4100-EXIT
014010     END-IF.
014020 4000-EXIT.
014030     EXIT.
014040
014050******************************************************************
014060*   4100-WRITE-HEADINGS                                          *
014070*   PAGE HEADINGS, FOLLOWED BY THE COLUMN HEADINGS OF THE        *
014080*   SECTION BEING PRINTED.                                       *
014090******************************************************************
014100 4100-WRITE-HEADINGS.
014110     ADD 1 TO CIF-PAGE-NO.
014120
014130     MOVE SPACES                  TO CIF-PRINT-LINE-HEAD-1.
014140     MOVE 'CUSTOMER REASSIGNMENT REPORT' TO CIF-H1-TITLE.
014150     MOVE 'PAGE '                       TO CIF-H1-PAGE-LIT.
014160     MOVE CIF-PAGE-NO                   TO CIF-H1-PAGE-NO.
014170     MOVE CIF-PRINT-LINE-HEAD-1    TO CIF-REPORT-LINE.
014180     WRITE CIF-REPORT-LINE.
014190
014200     MOVE SPACES                  TO CIF-PRINT-LINE-HEAD-2.
014210     MOVE 'RUN DATE: '                  TO CIF-H2-DATE-LIT.
014220     MOVE CIF-RUN-DATE-EDIT              TO CIF-H2-RUN-DATE.
014230     MOVE '  MODE: '                    TO CIF-H2-MODE-LIT.
014240     IF CIF-UPDATE-MODE
014250         MOVE 'UPDATE'                  TO CIF-H2-MODE
014260     ELSE
014270         MOVE 'TRIAL'                   TO CIF-H2-MODE
014280     END-IF.
014290     MOVE CIF-PRINT-LINE-HEAD-2    TO CIF-REPORT-LINE.
014300     WRITE CIF-REPORT-LINE.
014310
014320     MOVE ZERO TO CIF-LINE-COUNT.
014330     PERFORM 4150-WRITE-COLUMN-HEADS THRU 4150-EXIT.
014340 4100-EXIT.
014350     EXIT.
014360
014370******************************************************************
014380*   4150-WRITE-COLUMN-HEADS                                      *
014390*   A BLANK LINE, THE SECTION TITLE AND ITS COLUMN HEADINGS.     *
014400******************************************************************
014410 4150-WRITE-COLUMN-HEADS.
014420     MOVE SPACES TO CIF-REPORT-LINE.
014430     WRITE CIF-REPORT-LINE.
014440
014450     MOVE SPACES TO CIF-REPORT-LINE.
014460     IF CIF-SECTION-MAPPINGS
014470         MOVE 'MAPPINGS AND VALIDATION' TO CIF-REPORT-LINE
014480     END-IF.
014490     IF CIF-SECTION-CHANGES
014500         IF CIF-UPDATE-MODE
014510             MOVE 'CHANGES MADE - BEFORE AND AFTER'
014520                 TO CIF-REPORT-LINE
014530         ELSE
014540             MOVE 'CHANGES THAT WOULD BE MADE - BEFORE AND AFTER'
014550                 TO CIF-REPORT-LINE
014560         END-IF
014570     END-IF.
014580     IF CIF-SECTION-SUMMARY
014590         MOVE 'RECORDS MOVED BY MAPPING' TO CIF-REPORT-LINE
014600     END-IF.
014610     WRITE CIF-REPORT-LINE.
014620
014630     IF CIF-SECTION-CHANGES
014640         MOVE SPACES                   TO CIF-PRINT-LINE-CHG-HEAD
014650         MOVE 'ACCOUNT NO'             TO CIF-CH-ACCT-LIT
014660         MOVE 'FIELD'                  TO CIF-CH-FIELD-LIT
014670         MOVE 'BEFORE'                 TO CIF-CH-BEFORE-LIT
014680         MOVE 'AFTER'                  TO CIF-CH-AFTER-LIT
014690         MOVE CIF-PRINT-LINE-CHG-HEAD TO CIF-REPORT-LINE
014700     ELSE
014710         MOVE SPACES                   TO CIF-PRINT-LINE-MAP-HEAD
014720         MOVE 'TYPE'                   TO CIF-MH-TYPE-LIT
014730         MOVE 'OLD VALUE'              TO CIF-MH-OLD-LIT
014740         MOVE 'NEW VALUE'              TO CIF-MH-NEW-LIT
014750         IF CIF-SECTION-MAPPINGS
014760             MOVE 'RESULT'             TO CIF-MH-RESULT-LIT
014770         ELSE
014780             MOVE '  RECORDS'          TO CIF-MH-RESULT-LIT
014790         END-IF
014800         MOVE CIF-PRINT-LINE-MAP-HEAD  TO CIF-REPORT-LINE
014810     END-IF.
014820     WRITE CIF-REPORT-LINE.
014830     ADD 3 TO CIF-LINE-COUNT.
014840 4150-EXIT.
014850     EXIT.
014860
014870******************************************************************
014880*   4200-START-SECTION                                           *
014890*   OPENS THE SECTION NAMED IN CIF-REPORT-SECTION - ON A NEW     *
014900*   PAGE IF THIS ONE HAS NO ROOM FOR ITS HEADINGS AND A LINE.    *
014910******************************************************************
014920 4200-START-SECTION.
014930     IF CIF-PAGE-NO = 0
014940             OR CIF-LINE-COUNT + 4 >= CIF-LINES-PER-PAGE
014950         PERFORM 4100-WRITE-HEADINGS THRU 4100-EXIT
014960     ELSE
014970         PERFORM 4150-WRITE-COLUMN-HEADS THRU 4150-EXIT
014980     END-IF.
014990 4200-EXIT.
015000     EXIT.
015010
015020******************************************************************
015030*   4300-WRITE-MAPPING-LINE                                      *
015040*   LISTS THE MAPPING JUST VALIDATED WITH ITS RESULT.            *
015050******************************************************************
015060 4300-WRITE-MAPPING-LINE.
015070     PERFORM 4000-CHECK-PAGE THRU 4000-EXIT.
015080     MOVE SPACES                   TO CIF-PRINT-LINE-MAP.
015090     MOVE CIF-MAP-TYPE             TO CIF-M-TYPE.
015100     MOVE CIF-MAP-OLD-VALUE        TO CIF-M-OLD.
015110     MOVE CIF-MAP-NEW-VALUE        TO CIF-M-NEW.
015120     MOVE CIF-RESULT-WORK          TO CIF-M-RESULT.
015130     MOVE CIF-PRINT-LINE-MAP       TO CIF-REPORT-LINE.
015140     WRITE CIF-REPORT-LINE.
015150     ADD 1 TO CIF-LINE-COUNT.
015160 4300-EXIT.
015170     EXIT.
015180
015190******************************************************************
015200*   4400-WRITE-CHANGE-LINE                                       *
015210*   LISTS ONE FIELD CHANGE - ACCOUNT, FIELD, BEFORE AND AFTER.   *
015220******************************************************************
015230 4400-WRITE-CHANGE-LINE.
015240     PERFORM 4000-CHECK-PAGE THRU 4000-EXIT.
015250     MOVE SPACES                   TO CIF-PRINT-LINE-CHANGE.
015260     MOVE CIF-CUST-KEY             TO CIF-C-ACCT-NO.
015270     MOVE CIF-FIELD-WORK           TO CIF-C-FIELD.
015280     MOVE CIF-BEFORE-WORK          TO CIF-C-BEFORE.
015290     MOVE CIF-AFTER-WORK           TO CIF-C-AFTER.
015300     MOVE CIF-PRINT-LINE-CHANGE    TO CIF-REPORT-LINE.
015310     WRITE CIF-REPORT-LINE.
015320     ADD 1 TO CIF-LINE-COUNT.
015330 4400-EXIT.
015340     EXIT.
015350
015360******************************************************************
015370*   4500-WRITE-MAPPING-COUNT                                     *
015380*   LISTS ONE ACCEPTED MAPPING WITH THE RECORDS IT MOVED.        *
015390******************************************************************
015400 4500-WRITE-MAPPING-COUNT.
015410     IF NOT CIF-MTBL-ACCEPTED (CIF-MAP-IDX)
015420         GO TO 4500-EXIT
015430     END-IF.
015440     ADD CIF-MTBL-MOVED (CIF-MAP-IDX) TO CIF-MAPPED-TOTAL.
015450     PERFORM 4000-CHECK-PAGE THRU 4000-EXIT.
015460     MOVE SPACES                    TO CIF-PRINT-LINE-MAP-COUNT.
015470     MOVE CIF-MTBL-TYPE (CIF-MAP-IDX)   TO CIF-MC-TYPE.
015480     MOVE CIF-MTBL-OLD (CIF-MAP-IDX)    TO CIF-MC-OLD.
015490     MOVE CIF-MTBL-NEW (CIF-MAP-IDX)    TO CIF-MC-NEW.
015500     MOVE CIF-MTBL-MOVED (CIF-MAP-IDX)  TO CIF-MC-COUNT.
015510     MOVE CIF-PRINT-LINE-MAP-COUNT      TO CIF-REPORT-LINE.
015520     WRITE CIF-REPORT-LINE.
015530     ADD 1 TO CIF-LINE-COUNT.
015540 4500-EXIT.
015550     EXIT.
015560
015570******************************************************************
015580*   8000-RECONCILE-TOTALS                                        *
015590*   LISTS THE RECORDS MOVED BY EACH MAPPING, CLOSES THE REPORT   *
015600*   WITH THE RUN TOTALS, AND TIES THE PER-MAPPING COUNTS TO THE  *
015610*   FIELDS CHANGED AND, ON AN UPDATE RUN, THE RECORDS REWRITTEN  *
015620*   TO THE RECORDS CHANGED AND THE AUDIT ROWS TO THE FIELDS      *
015630*   CHANGED.  A TRIAL RUN WITH REJECTED MAPPINGS ENDS FAILED SO  *
015640*   THE MAPPING FILE IS CORRECTED BEFORE THE UPDATE RUN.         *
015650******************************************************************
015660 8000-RECONCILE-TOTALS.
015670     MOVE 'S' TO CIF-REPORT-SECTION.
015680     PERFORM 4200-START-SECTION THRU 4200-EXIT.
015690     MOVE ZERO TO CIF-MAPPED-TOTAL.
015700     PERFORM 4500-WRITE-MAPPING-COUNT THRU 4500-EXIT
015710         VARYING CIF-MAP-IDX FROM 1 BY 1
015720         UNTIL CIF-MAP-IDX > CIF-MAP-COUNT.
015730
015740     MOVE SPACES              TO CIF-REPORT-LINE.
015750     WRITE CIF-REPORT-LINE.
015760
015770     MOVE SPACES              TO CIF-PRINT-LINE-TOTAL.
015780     MOVE 'MAPPINGS ACCEPTED:'     TO CIF-T-LIT.
015790     MOVE CIF-MAPS-ACCEPTED        TO CIF-T-COUNT.
015800     MOVE CIF-PRINT-LINE-TOTAL TO CIF-REPORT-LINE.
015810     WRITE CIF-REPORT-LINE.
015820
015830     MOVE SPACES              TO CIF-PRINT-LINE-TOTAL.
015840     MOVE 'MAPPINGS REJECTED:'     TO CIF-T-LIT.
015850     MOVE CIF-MAPS-REJECTED        TO CIF-T-COUNT.
015860     MOVE CIF-PRINT-LINE-TOTAL TO CIF-REPORT-LINE.
015870     WRITE CIF-REPORT-LINE.
015880
015890     MOVE SPACES              TO CIF-PRINT-LINE-TOTAL.
015900     MOVE 'RECORDS READ     :'     TO CIF-T-LIT.
015910     MOVE CIF-RECS-READ            TO CIF-T-COUNT.
015920     MOVE CIF-PRINT-LINE-TOTAL TO CIF-REPORT-LINE.
015930     WRITE CIF-REPORT-LINE.
015940
015950     MOVE SPACES              TO CIF-PRINT-LINE-TOTAL.
015960     MOVE 'RECORDS CHANGED  :'     TO CIF-T-LIT.
015970     MOVE CIF-RECS-CHANGED         TO CIF-T-COUNT.
015980     MOVE CIF-PRINT-LINE-TOTAL TO CIF-REPORT-LINE.
015990     WRITE CIF-REPORT-LINE.
016000
016010     MOVE SPACES              TO CIF-PRINT-LINE-TOTAL.
016020     MOVE 'BRANCH CHANGES   :'     TO CIF-T-LIT.
016030     MOVE CIF-BRANCH-CHANGES       TO CIF-T-COUNT.
016040     MOVE CIF-PRINT-LINE-TOTAL TO CIF-REPORT-LINE.
016050     WRITE CIF-REPORT-LINE.
016060
016070     MOVE SPACES              TO CIF-PRINT-LINE-TOTAL.
016080     MOVE 'DEPT CHANGES     :'     TO CIF-T-LIT.
016090     MOVE CIF-DEPT-CHANGES         TO CIF-T-COUNT.
016100     MOVE CIF-PRINT-LINE-TOTAL TO CIF-REPORT-LINE.
016110     WRITE CIF-REPORT-LINE.
016120
016130     MOVE SPACES              TO CIF-PRINT-LINE-TOTAL.
016140     MOVE 'RECORDS REWRITTEN:'     TO CIF-T-LIT.
016150     MOVE CIF-RECS-REWRITTEN       TO CIF-T-COUNT.
016160     MOVE CIF-PRINT-LINE-TOTAL TO CIF-REPORT-LINE.
016170     WRITE CIF-REPORT-LINE.
016180
016190     DISPLAY 'REASSIGN - RECORDS READ     : ' CIF-RECS-READ.
016200     DISPLAY 'REASSIGN - RECORDS CHANGED  : ' CIF-RECS-CHANGED.
016210     DISPLAY 'REASSIGN - BRANCH CHANGES   : ' CIF-BRANCH-CHANGES.
016220     DISPLAY 'REASSIGN - DEPT CHANGES     : ' CIF-DEPT-CHANGES.
016230     DISPLAY 'REASSIGN - RECORDS REWRITTEN: ' CIF-RECS-REWRITTEN.
016240
016250     IF CIF-MAPPED-TOTAL NOT =
016260             CIF-BRANCH-CHANGES + CIF-DEPT-CHANGES
016270         DISPLAY 'RECONCILIATION FAILED - MAPPING COUNTS DO NOT '
016280             'TIE TO FIELDS CHANGED - JOB FAILING'
016290         MOVE 16 TO RETURN-CODE
016300         GO TO 8000-EXIT
016310     END-IF.
016320     IF CIF-UPDATE-MODE
016330         IF CIF-RECS-REWRITTEN NOT = CIF-RECS-CHANGED
016340                 OR CIF-AUDIT-ROWS NOT =
016350                     CIF-BRANCH-CHANGES + CIF-DEPT-CHANGES
016360             DISPLAY 'RECONCILIATION FAILED - REWRITES OR AUDIT '
016370                 'ROWS DO NOT TIE TO CHANGES - JOB FAILING'
016380             MOVE 16 TO RETURN-CODE
016390             GO TO 8000-EXIT
016400         END-IF
016410     END-IF.
016420     DISPLAY 'RECONCILIATION OK - CONTROL TOTALS TIE'.
016430     IF CIF-MAPS-REJECTED > ZERO
016440         DISPLAY 'REASSIGN - ' CIF-MAPS-REJECTED
016450             ' MAPPING(S) REJECTED - CORRECT THE MAPPING FILE '
016460             'BEFORE THE UPDATE RUN'
016470         MOVE 16 TO RETURN-CODE
016480     END-IF.
016490 8000-EXIT.
016500     EXIT.
016510
016520******************************************************************
016530*   9000-TERMINATE                                               *
016540******************************************************************
016550 9000-TERMINATE.
016560     IF CIF-RUNH-STARTED
016570         PERFORM 9100-WRITE-RUN-END THRU 9100-EXIT
016580     END-IF.
016590     IF CIF-CUSTMAST-OPEN
016600         CLOSE CUSTOMER-MASTER
016610     END-IF.
016620     IF CIF-AUDIT-OPEN
016630         CLOSE AUDIT-FILE
016640     END-IF.
016650     IF CIF-REPORT-OPEN
016660         CLOSE REPORT-LISTING
016670     END-IF.
016680 9000-EXIT.
016690     EXIT.
016700
016710******************************************************************
016720*   9100-WRITE-RUN-END                                           *
016730*   APPENDS THIS RUN'S END RECORD - COUNTS AND FINAL RETURN      *
016740*   CODE - AND CLOSES THE RUN-HISTORY FILE.                      *
016750******************************************************************
016760 9100-WRITE-RUN-END.
016770     ACCEPT CIF-END-TIME FROM TIME.
016780     MOVE SPACES              TO RUN-HISTORY-RECORD.
016790     MOVE CIF-MY-PROGRAM-ID   TO CIF-RUNH-PROGRAM-ID.
016800     MOVE 'END'               TO CIF-RUNH-REC-TYPE.
016810     MOVE CIF-RUN-DATE        TO CIF-RUNH-RUN-DATE.
016820     MOVE CIF-END-TIME        TO CIF-RUNH-RUN-TIME.
016830     MOVE CIF-RECS-READ       TO CIF-RUNH-RECS-READ.
016840     MOVE CIF-RECS-REWRITTEN  TO CIF-RUNH-RECS-WRITTEN.
016850     MOVE CIF-MAPS-REJECTED   TO CIF-RUNH-RECS-REJECTED.
016860     MOVE RETURN-CODE         TO CIF-RUNH-RETURN-CODE.
016870     WRITE RUN-HISTORY-RECORD.
016880     CLOSE RUN-HISTORY-FILE.
016890 9100-EXIT.
016900     EXIT.
016910
016920 END PROGRAM REASSIGN.
