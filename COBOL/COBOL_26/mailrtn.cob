000010******************************************************************
000020*                                                                *
000030*   PROGRAM:      MAILRTN                                        *
000040*   AUTHOR:       J. P. LINDQUIST                                *
000050*   INSTALLATION: DATA PROCESSING                                *
000060*   DATE-WRITTEN: 10/15/26                                       *
000070*   DATE-COMPILED:                                               *
000080*                                                                *
000090*   PURPOSE.      RETURNED-MAIL RUN.  READS THE FILE OF ACCOUNT  *
000100*       NUMBERS AND RETURN REASONS KEYED BY THE MAIL ROOM        *
000110*       (RTNMAIL) AND FLAGS EACH CUSTOMER'S ADDRESS ON THE       *
000120*       MASTER AS UNDELIVERABLE, AUDIT-LOGGING EVERY FLAG SET.   *
000130*       WHILE THE FLAG IS ON, THE PRINT RUNS - WELCOME LETTERS,  *
000140*       STATEMENTS AND DORMANCY NOTICES - PASS THE CUSTOMER BY.  *
000150*       THE FLAG CLEARS WHEN CUSTMNT PUTS A CORRECTED ADDRESS ON *
000160*       THE RECORD.  RETURNS THAT CANNOT BE APPLIED ARE LISTED   *
000170*       BACK TO THE MAIL ROOM, AND THE CUSTOMERS FLAGGED ARE     *
000180*       SORTED INTO A FOLLOW-UP WORK LIST BY BRANCH SO EACH      *
000190*       BRANCH CAN TELEPHONE ITS CUSTOMERS FOR A NEW ADDRESS.    *
000200*                                                                *
000210*   TECTONICS.    cobc                                          *
000220*                                                                *
000230*   MODIFICATION HISTORY                                        *
000240*   DATE       INIT  DESCRIPTION                                *
000250*   10/15/26   JPL   ORIGINAL PROGRAM.                          *
000260*   10/15/26   JPL   CHECKS THE NIGHT-CYCLE JOB DEPENDENCY      *
000270*                    TABLE AT STARTUP AND REFUSES TO RUN, WITH  *
000280*                    RC 20, UNTIL EVERY PREDECESSOR HAS ENDED   *
000290*                    CLEAN TODAY.  A REFUSED RUN IS LOGGED ON   *
000300*                    THE RUN-HISTORY FILE.                      *
000310*                                                                *
000320******************************************************************
000330 IDENTIFICATION DIVISION.
000340 PROGRAM-ID. MAILRTN.
000350
000360 ENVIRONMENT DIVISION.
000370 INPUT-OUTPUT SECTION.
000380 FILE-CONTROL.
000390     SELECT RETURNED-MAIL-FILE ASSIGN TO RTNMAIL
000400         ORGANIZATION IS LINE SEQUENTIAL
000410         FILE STATUS IS CIF-RTNMAIL-STATUS.
000420
000430     SELECT CUSTOMER-MASTER ASSIGN TO CUSTMAST
000440         ORGANIZATION IS INDEXED
000450         ACCESS MODE IS RANDOM
000460         RECORD KEY IS CIF-CUST-KEY
000470         ALTERNATE RECORD KEY IS CIF-CUST-NAME
000480             WITH DUPLICATES
000490         FILE STATUS IS CIF-CUSTMAST-STATUS.
000500
000510     SELECT FOLLOW-UP-FILE ASSIGN TO MAILWORK
000520         ORGANIZATION IS LINE SEQUENTIAL
000530         FILE STATUS IS CIF-FOLLOW-STATUS.
000540
000550     SELECT SORT-WORK-FILE ASSIGN TO SORTWK01.
000560
000570     SELECT SORTED-FOLLOW-UP ASSIGN TO MAILSORT
000580         ORGANIZATION IS LINE SEQUENTIAL
000590         FILE STATUS IS CIF-SORTED-STATUS.
000600
000610     SELECT REPORT-LISTING ASSIGN TO MAILRPT
000620         ORGANIZATION IS LINE SEQUENTIAL
000630         FILE STATUS IS CIF-REPORT-STATUS.
000640
000650     SELECT AUDIT-FILE ASSIGN TO AUDITLOG
000660         ORGANIZATION IS LINE SEQUENTIAL
000670         FILE STATUS IS CIF-AUDIT-STATUS.
000680
000690     SELECT RUN-HISTORY-FILE ASSIGN TO RUNHIST
000700         ORGANIZATION IS LINE SEQUENTIAL
000710         FILE STATUS IS CIF-RUNHIST-STATUS.
000720
000730     SELECT JOB-DEP-FILE ASSIGN TO JOBDEP
000740         ORGANIZATION IS LINE SEQUENTIAL
000750         FILE STATUS IS CIF-JOBDEP-STATUS.
000760
000770     SELECT RUN-PARM-FILE ASSIGN TO RUNPARM
000780         ORGANIZATION IS LINE SEQUENTIAL
000790         FILE STATUS IS CIF-RUNPARM-STATUS.
000800
000810 DATA DIVISION.
000820 FILE SECTION.
000830 FD  RETURNED-MAIL-FILE.
000840     COPY RTNMREC.
000850
000860 FD  CUSTOMER-MASTER.
000870     COPY CUSTREC.
000880
000890******************************************************************
000900*   FOLLOW-UP WORK FILE - ONE RECORD PER CUSTOMER FLAGGED, IN    *
000910*   RETURNED-MAIL ORDER, SORTED BY BRANCH AND ACCOUNT INTO       *
000920*   MAILSORT FOR THE WORK LIST.                                  *
000930******************************************************************
000940 FD  FOLLOW-UP-FILE.
000950 01  FOLLOW-UP-RECORD.
000960     05  CIF-FUP-BRANCH          PIC X(04).
000970     05  CIF-FUP-ACCT-NO         PIC 9(09).
000980     05  CIF-FUP-NAME            PIC X(24).
000990     05  CIF-FUP-PHONE           PIC X(10).
001000     05  CIF-FUP-REASON          PIC X(30).
001010     05  FILLER                  PIC X(03).
001020
001030 SD  SORT-WORK-FILE.
001040 01  SORT-FOLLOW-UP-RECORD.
001050     05  CIF-SRT-BRANCH          PIC X(04).
001060     05  CIF-SRT-ACCT-NO         PIC 9(09).
001070     05  FILLER                  PIC X(67).
001080
001090 FD  SORTED-FOLLOW-UP.
001100 01  SORTED-FOLLOW-UP-RECORD.
001110     05  CIF-SFU-BRANCH          PIC X(04).
001120     05  CIF-SFU-ACCT-NO         PIC 9(09).
001130     05  CIF-SFU-NAME            PIC X(24).
001140     05  CIF-SFU-PHONE           PIC X(10).
001150     05  CIF-SFU-REASON          PIC X(30).
001160     05  FILLER                  PIC X(03).
001170
001180 FD  REPORT-LISTING.
001190 01  CIF-REPORT-LINE             PIC X(80).
001200
001210 FD  AUDIT-FILE.
001220     COPY AUDITREC.
001230
001240 FD  RUN-HISTORY-FILE.
001250     COPY RUNHREC.
001260
001270 FD  JOB-DEP-FILE.
001280     COPY JOBDREC.
001290
001300 FD  RUN-PARM-FILE.
001310     COPY RUNPREC.
001320
001330 WORKING-STORAGE SECTION.
001340******************************************************************
001350*   FILE STATUS FIELDS                                          *
001360******************************************************************
001370 01  CIF-FILE-STATUSES.
001380     05  CIF-RTNMAIL-STATUS      PIC X(02) VALUE '00'.
001390     05  CIF-CUSTMAST-STATUS     PIC X(02) VALUE '00'.
001400     05  CIF-FOLLOW-STATUS       PIC X(02) VALUE '00'.
001410     05  CIF-SORTED-STATUS       PIC X(02) VALUE '00'.
001420     05  CIF-REPORT-STATUS       PIC X(02) VALUE '00'.
001430     05  CIF-AUDIT-STATUS        PIC X(02) VALUE '00'.
001440     05  CIF-RUNHIST-STATUS      PIC X(02) VALUE '00'.
001450     05  CIF-JOBDEP-STATUS       PIC X(02) VALUE '00'.
001460     05  CIF-RUNPARM-STATUS      PIC X(02) VALUE '00'.
001470
001480******************************************************************
001490*   SWITCHES                                                    *
001500******************************************************************
001510 01  CIF-SWITCHES.
001520     05  CIF-EOF-SWITCH          PIC X(01) VALUE 'N'.
001530         88  CIF-EOF                        VALUE 'Y'.
001540     05  CIF-SORTED-EOF-SWITCH   PIC X(01) VALUE 'N'.
001550         88  CIF-SORTED-EOF                 VALUE 'Y'.
001560     05  CIF-ABORT-SWITCH        PIC X(01) VALUE 'N'.
001570         88  CIF-ABORT                      VALUE 'Y'.
001580     05  CIF-RTNMAIL-OPEN-SW     PIC X(01) VALUE 'N'.
001590         88  CIF-RTNMAIL-OPEN               VALUE 'Y'.
001600     05  CIF-CUSTMAST-OPEN-SW    PIC X(01) VALUE 'N'.
001610         88  CIF-CUSTMAST-OPEN              VALUE 'Y'.
001620     05  CIF-FOLLOW-OPEN-SW      PIC X(01) VALUE 'N'.
001630         88  CIF-FOLLOW-OPEN                VALUE 'Y'.
001640     05  CIF-SORTED-OPEN-SW      PIC X(01) VALUE 'N'.
001650         88  CIF-SORTED-OPEN                VALUE 'Y'.
001660     05  CIF-REPORT-OPEN-SW      PIC X(01) VALUE 'N'.
001670         88  CIF-REPORT-OPEN                VALUE 'Y'.
001680     05  CIF-AUDIT-OPEN-SW       PIC X(01) VALUE 'N'.
001690         88  CIF-AUDIT-OPEN                 VALUE 'Y'.
001700     05  CIF-RUNH-EOF-SWITCH     PIC X(01) VALUE 'N'.
001710         88  CIF-RUNH-EOF                   VALUE 'Y'.
001720     05  CIF-RUNH-DONE-SWITCH    PIC X(01) VALUE 'N'.
001730         88  CIF-RUNH-DONE-TODAY            VALUE 'Y'.
001740     05  CIF-RUNH-STARTED-SWITCH PIC X(01) VALUE 'N'.
001750         88  CIF-RUNH-STARTED               VALUE 'Y'.
001760     05  CIF-JOBD-EOF-SWITCH     PIC X(01) VALUE 'N'.
001770         88  CIF-JOBD-EOF                   VALUE 'Y'.
001780     05  CIF-UNATTENDED-SWITCH   PIC X(01) VALUE 'N'.
001790         88  CIF-UNATTENDED                 VALUE 'Y'.
001800     05  CIF-PARM-EOF-SWITCH     PIC X(01) VALUE 'N'.
001810         88  CIF-PARM-EOF                   VALUE 'Y'.
001820     05  CIF-PARM-FOUND-SWITCH   PIC X(01) VALUE 'N'.
001830         88  CIF-PARM-FOUND                 VALUE 'Y'.
001840     05  CIF-SECTION-SWITCH      PIC X(01) VALUE 'R'.
001850         88  CIF-SECTION-REJECTS            VALUE 'R'.
001860         88  CIF-SECTION-FOLLOW-UP          VALUE 'F'.
001870
001880******************************************************************
001890*   BATCH COUNTERS                                               *
001900******************************************************************
001910 01  CIF-COUNTERS.
001920     05  CIF-RECS-READ           PIC 9(06) COMP VALUE ZERO.
001930     05  CIF-RECS-FLAGGED        PIC 9(06) COMP VALUE ZERO.
001940     05  CIF-RECS-ALREADY        PIC 9(06) COMP VALUE ZERO.
001950     05  CIF-RECS-REJECTED       PIC 9(06) COMP VALUE ZERO.
001960     05  CIF-AUDIT-WRITTEN       PIC 9(06) COMP VALUE ZERO.
001970     05  CIF-FOLLOW-LISTED       PIC 9(06) COMP VALUE ZERO.
001980     05  CIF-BRANCH-COUNT        PIC 9(06) COMP VALUE ZERO.
001990     05  CIF-BRANCHES-LISTED     PIC 9(04) COMP VALUE ZERO.
002000     05  CIF-LINE-COUNT          PIC 9(03) COMP VALUE ZERO.
002010     05  CIF-PAGE-NO             PIC 9(04) COMP VALUE ZERO.
002020     05  CIF-PARM-IDX            PIC 9(02) COMP VALUE ZERO.
002030     05  CIF-PARM-COUNT          PIC 9(02) COMP VALUE ZERO.
002040     05  CIF-PRED-IDX            PIC 9(02) COMP VALUE ZERO.
002050     05  CIF-PRED-COUNT          PIC 9(02) COMP VALUE ZERO.
002060     05  CIF-PREDS-BLOCKING      PIC 9(02) COMP VALUE ZERO.
002070
002080******************************************************************
002090*   MISCELLANEOUS WORKING FIELDS                                 *
002100******************************************************************
002110 01  CIF-MISC-WORK.
002120     05  CIF-LINES-PER-PAGE      PIC 9(03) VALUE 50.
002130     05  CIF-RUN-DATE            PIC X(08).
002140     05  CIF-RUN-DATE-EDIT       PIC X(10).
002150     05  CIF-RUN-TIME            PIC X(08).
002160     05  CIF-MY-PROGRAM-ID       PIC X(10) VALUE 'MAILRTN'.
002170     05  CIF-START-TIME          PIC X(08).
002180     05  CIF-END-TIME            PIC X(08).
002190     05  CIF-RESPONSE            PIC X(01) VALUE SPACE.
002200     05  CIF-PARM-WANT-KEY       PIC X(10) VALUE SPACES.
002210     05  CIF-PARM-VALUE-WORK     PIC X(20) VALUE SPACES.
002220     05  CIF-REJECT-REASON       PIC X(30) VALUE SPACES.
002230     05  CIF-PREV-BRANCH         PIC X(04) VALUE SPACES.
002240
002250******************************************************************
002260*   PRINT LINE - A SINGLE 80-BYTE PRINT AREA REDEFINED BELOW     *
002270*   INTO THE HEADING, REJECT, WORK LIST AND TOTAL LAYOUTS.       *
002280******************************************************************
002290 01  CIF-PRINT-LINE                  PIC X(80) VALUE SPACES.
002300
002310 01  CIF-PRINT-LINE-HEAD-1 REDEFINES CIF-PRINT-LINE.
002320     05  CIF-H1-FILLER-1             PIC X(25).
002330     05  CIF-H1-TITLE                PIC X(30).
002340     05  CIF-H1-FILLER-2             PIC X(05).
002350     05  CIF-H1-PAGE-LIT             PIC X(05).
002360     05  CIF-H1-PAGE-NO              PIC ZZZ9.
002370     05  CIF-H1-FILLER-3             PIC X(11).
002380
002390 01  CIF-PRINT-LINE-HEAD-2 REDEFINES CIF-PRINT-LINE.
002400     05  CIF-H2-FILLER-1             PIC X(25).
002410     05  CIF-H2-DATE-LIT             PIC X(10).
002420     05  CIF-H2-RUN-DATE             PIC X(10).
002430     05  CIF-H2-FILLER-2             PIC X(35).
002440
002450 01  CIF-PRINT-LINE-SECTION REDEFINES CIF-PRINT-LINE.
002460     05  CIF-S-TITLE                 PIC X(40).
002470     05  CIF-S-FILLER                PIC X(40).
002480
002490 01  CIF-PRINT-LINE-HEAD-R REDEFINES CIF-PRINT-LINE.
002500     05  CIF-HR-ACCT-LIT             PIC X(11).
002510     05  CIF-HR-REASON-LIT           PIC X(32).
002520     05  CIF-HR-REJECT-LIT           PIC X(37).
002530
002540 01  CIF-PRINT-LINE-REJECT REDEFINES CIF-PRINT-LINE.
002550     05  CIF-R-ACCT-NO               PIC X(09).
002560     05  CIF-R-FILLER-1              PIC X(02).
002570     05  CIF-R-REASON                PIC X(30).
002580     05  CIF-R-FILLER-2              PIC X(02).
002590     05  CIF-R-REJECT                PIC X(30).
002600     05  CIF-R-FILLER-3              PIC X(07).
002610
002620 01  CIF-PRINT-LINE-BRANCH REDEFINES CIF-PRINT-LINE.
002630     05  CIF-B-LIT                   PIC X(07).
002640     05  CIF-B-BRANCH                PIC X(04).
002650     05  CIF-B-FILLER                PIC X(69).
002660
002670 01  CIF-PRINT-LINE-HEAD-F REDEFINES CIF-PRINT-LINE.
002680     05  CIF-HF-ACCT-LIT             PIC X(11).
002690     05  CIF-HF-NAME-LIT             PIC X(26).
002700     05  CIF-HF-PHONE-LIT            PIC X(12).
002710     05  CIF-HF-REASON-LIT           PIC X(31).
002720
002730 01  CIF-PRINT-LINE-DETAIL REDEFINES CIF-PRINT-LINE.
002740     05  CIF-D-ACCT-NO               PIC 9(09).
002750     05  CIF-D-FILLER-1              PIC X(02).
002760     05  CIF-D-NAME                  PIC X(24).
002770     05  CIF-D-FILLER-2              PIC X(02).
002780     05  CIF-D-PHONE                 PIC X(10).
002790     05  CIF-D-FILLER-3              PIC X(02).
002800     05  CIF-D-REASON                PIC X(30).
002810     05  CIF-D-FILLER-4              PIC X(01).
002820
002830 01  CIF-PRINT-LINE-TOTAL REDEFINES CIF-PRINT-LINE.
002840     05  CIF-T-FILLER-1              PIC X(10).
002850     05  CIF-T-LIT                   PIC X(26).
002860     05  CIF-T-COUNT                 PIC ZZZ,ZZ9.
002870     05  CIF-T-FILLER-2              PIC X(37).
002880
002890******************************************************************
002900*   PREDECESSOR TABLE                                            *
002910*   THE JOBS THAT MUST HAVE ENDED CLEAN TODAY BEFORE THIS        *
002920*   PROGRAM MAY RUN, FROM THE NIGHT-CYCLE JOB DEPENDENCY TABLE.  *
002930******************************************************************
002940 01  CIF-PRED-TABLE.
002950     05  CIF-PRED-ENTRY OCCURS 10 TIMES.
002960         10  CIF-PRED-PROGRAM-ID PIC X(10).
002970         10  CIF-PRED-CLEAN-SW   PIC X(01).
002980             88  CIF-PRED-CLEAN             VALUE 'Y'.
002990
003000******************************************************************
003010*   RUN PARAMETER TABLE                                          *
003020*   THE ANSWERS FOR THIS PROGRAM FROM THE NIGHT-CYCLE RUN        *
003030*   PARAMETER FILE, LOADED AT STARTUP WHEN THE FILE IS PRESENT.  *
003040******************************************************************
003050 01  CIF-PARM-TABLE.
003060     05  CIF-PARM-ENTRY OCCURS 10 TIMES.
003070         10  CIF-PTBL-KEYWORD    PIC X(10).
003080         10  CIF-PTBL-VALUE      PIC X(20).
003090
003100 PROCEDURE DIVISION.
003110******************************************************************
003120*   0000-MAINLINE                                                *
003130*   TOP-LEVEL CONTROL - APPLY THE RETURNS, LISTING ANY THAT      *
003140*   CANNOT BE APPLIED, SORT THE CUSTOMERS FLAGGED BY BRANCH,     *
003150*   LIST THEM BY BRANCH, THEN THE RUN TOTALS.                    *
003160******************************************************************
003170 0000-MAINLINE.
003180     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
003190     IF NOT CIF-ABORT
003200         PERFORM 2000-PROCESS-RETURN THRU 2000-EXIT
003210             UNTIL CIF-EOF
003220     END-IF.
003230     IF NOT CIF-ABORT
003240         PERFORM 3000-SORT-FOLLOW-UP THRU 3000-EXIT
003250     END-IF.
003260     IF NOT CIF-ABORT
003270         PERFORM 5000-LIST-FOLLOW-UP THRU 5000-EXIT
003280             UNTIL CIF-SORTED-EOF
003290         IF CIF-PREV-BRANCH NOT = SPACES
003300             PERFORM 5200-WRITE-BRANCH-TOTAL THRU 5200-EXIT
003310         END-IF
003320     END-IF.
003330     IF NOT CIF-ABORT
003340         PERFORM 8000-WRITE-TOTALS THRU 8000-EXIT
003350     END-IF.
003360     PERFORM 9000-TERMINATE THRU 9000-EXIT.
003370     STOP RUN.
003380
003390******************************************************************
003400*   1000-INITIALIZE                                              *
003410*   OPENS THE RETURNED-MAIL FILE, THE MASTER FOR UPDATE, THE     *
003420*   FOLLOW-UP WORK FILE, THE REPORT AND THE AUDIT LOG, AND       *
003430*   HEADS THE LIST OF RETURNS NOT APPLIED.                       *
003440******************************************************************
003450 1000-INITIALIZE.
003460     ACCEPT CIF-RUN-DATE FROM DATE YYYYMMDD.
003470     ACCEPT CIF-START-TIME FROM TIME.
003480     MOVE CIF-START-TIME TO CIF-RUN-TIME.
003490     PERFORM 1010-LOAD-RUN-PARMS THRU 1010-EXIT.
003500     PERFORM 1090-CHECK-RUN-HISTORY THRU 1090-EXIT.
003510     IF CIF-ABORT
003520         GO TO 1000-EXIT
003530     END-IF.
003540     PERFORM 1092-CHECK-PREDECESSORS THRU 1092-EXIT.
003550     PERFORM 1095-WRITE-RUN-START THRU 1095-EXIT.
003560     IF CIF-ABORT
003570         GO TO 1000-EXIT
003580     END-IF.
003590     MOVE CIF-RUN-DATE(5:2) TO CIF-RUN-DATE-EDIT(1:2).
003600     MOVE '/'               TO CIF-RUN-DATE-EDIT(3:1).
003610     MOVE CIF-RUN-DATE(7:2) TO CIF-RUN-DATE-EDIT(4:2).
003620     MOVE '/'               TO CIF-RUN-DATE-EDIT(6:1).
003630     MOVE CIF-RUN-DATE(1:4) TO CIF-RUN-DATE-EDIT(7:4).
003640
003650     OPEN INPUT RETURNED-MAIL-FILE.
003660     IF CIF-RTNMAIL-STATUS NOT = '00'
003670         DISPLAY 'MAILRTN - RETURNED-MAIL FILE OPEN FAILED - '
003680             'STATUS ' CIF-RTNMAIL-STATUS
003690         MOVE 16 TO RETURN-CODE
003700         MOVE 'Y' TO CIF-ABORT-SWITCH
003710         GO TO 1000-EXIT
003720     END-IF.
003730     MOVE 'Y' TO CIF-RTNMAIL-OPEN-SW.
003740
003750     OPEN I-O CUSTOMER-MASTER.
003760     IF CIF-CUSTMAST-STATUS NOT = '00'
003770         DISPLAY 'MAILRTN - CUSTOMER-MASTER OPEN FAILED - '
003780             'STATUS ' CIF-CUSTMAST-STATUS
003790         MOVE 16 TO RETURN-CODE
003800         MOVE 'Y' TO CIF-ABORT-SWITCH
003810         GO TO 1000-EXIT
003820     END-IF.
003830     MOVE 'Y' TO CIF-CUSTMAST-OPEN-SW.
003840
003850     OPEN OUTPUT FOLLOW-UP-FILE.
003860     IF CIF-FOLLOW-STATUS NOT = '00'
003870         DISPLAY 'MAILRTN - FOLLOW-UP WORK FILE OPEN FAILED - '
003880             'STATUS ' CIF-FOLLOW-STATUS
003890         MOVE 16 TO RETURN-CODE
003900         MOVE 'Y' TO CIF-ABORT-SWITCH
003910         GO TO 1000-EXIT
003920     END-IF.
003930     MOVE 'Y' TO CIF-FOLLOW-OPEN-SW.
003940
003950     OPEN OUTPUT REPORT-LISTING.
003960     IF CIF-REPORT-STATUS NOT = '00'
003970         DISPLAY 'MAILRTN - REPORT OPEN FAILED - STATUS '
003980             CIF-REPORT-STATUS
003990         MOVE 16 TO RETURN-CODE
004000         MOVE 'Y' TO CIF-ABORT-SWITCH
004010         GO TO 1000-EXIT
004020     END-IF.
004030     MOVE 'Y' TO CIF-REPORT-OPEN-SW.
004040
004050     OPEN EXTEND AUDIT-FILE.
004060     IF CIF-AUDIT-STATUS NOT = '00'
004070         OPEN OUTPUT AUDIT-FILE
004080     END-IF.
004090     IF CIF-AUDIT-STATUS NOT = '00'
004100         DISPLAY 'MAILRTN - AUDIT LOG OPEN FAILED - STATUS '
004110             CIF-AUDIT-STATUS
004120         MOVE 16 TO RETURN-CODE
004130         MOVE 'Y' TO CIF-ABORT-SWITCH
004140         GO TO 1000-EXIT
004150     END-IF.
004160     MOVE 'Y' TO CIF-AUDIT-OPEN-SW.
004170
004180     MOVE 'R' TO CIF-SECTION-SWITCH.
004190     PERFORM 4100-WRITE-HEADINGS THRU 4100-EXIT.
004200     PERFORM 4200-WRITE-SECTION-HEADING THRU 4200-EXIT.
004210     PERFORM 1100-READ-RETURN THRU 1100-EXIT.
004220 1000-EXIT.
004230     EXIT.
004240
004250******************************************************************
004260*   1010-LOAD-RUN-PARMS                                          *
004270*   LOADS THIS PROGRAM'S ANSWERS FROM THE NIGHT-CYCLE RUN        *
004280*   PARAMETER FILE.  WHEN THE FILE IS PRESENT THE RUN IS         *
004290*   UNATTENDED AND EVERY QUESTION THE OPERATOR WOULD BE ASKED IS *
004300*   TAKEN FROM THE ROWS CARRYING THIS PROGRAM'S NAME; WHEN IT    *
004310*   IS ABSENT THE RUN PROMPTS AT THE CONSOLE AS BEFORE.          *
004320******************************************************************
004330 1010-LOAD-RUN-PARMS.
004340     MOVE ZERO TO CIF-PARM-COUNT.
004350     MOVE 'N' TO CIF-PARM-EOF-SWITCH.
004360     OPEN INPUT RUN-PARM-FILE.
004370     IF CIF-RUNPARM-STATUS NOT = '00'
004380         GO TO 1010-EXIT
004390     END-IF.
004400     MOVE 'Y' TO CIF-UNATTENDED-SWITCH.
004410     DISPLAY 'MAILRTN - UNATTENDED MODE - ANSWERS FROM '
004420         'RUN PARAMETER FILE'.
004430     PERFORM 1015-READ-RUN-PARM THRU 1015-EXIT
004440         UNTIL CIF-PARM-EOF.
004450     CLOSE RUN-PARM-FILE.
004460 1010-EXIT.
004470     EXIT.
004480
004490******************************************************************
004500*   1015-READ-RUN-PARM                                           *
004510*   READS ONE RUN PARAMETER ROW, KEEPING THE ROWS ADDRESSED TO   *
004520*   THIS PROGRAM.                                                *
004530******************************************************************
004540 1015-READ-RUN-PARM.
004550     READ RUN-PARM-FILE
004560         AT END
004570             MOVE 'Y' TO CIF-PARM-EOF-SWITCH
004580         NOT AT END
004590             IF CIF-PRM-PROGRAM-ID = CIF-MY-PROGRAM-ID
004600                 IF CIF-PARM-COUNT < 10
004610                     ADD 1 TO CIF-PARM-COUNT
004620                     MOVE CIF-PRM-KEYWORD
004630                         TO CIF-PTBL-KEYWORD (CIF-PARM-COUNT)
004640                     MOVE CIF-PRM-VALUE
004650                         TO CIF-PTBL-VALUE (CIF-PARM-COUNT)
004660                 END-IF
004670             END-IF
004680     END-READ.
004690     IF NOT CIF-PARM-EOF
004700         IF CIF-RUNPARM-STATUS NOT = '00'
004710             DISPLAY 'MAILRTN - RUN PARAMETER READ FAILED '
004720                 '- STATUS ' CIF-RUNPARM-STATUS
004730             MOVE 'Y' TO CIF-PARM-EOF-SWITCH
004740         END-IF
004750     END-IF.
004760 1015-EXIT.
004770     EXIT.
004780
004790******************************************************************
004800*   1020-FIND-RUN-PARM                                           *
004810*   SEARCHES THE PARAMETER TABLE FOR THE KEYWORD IN              *
004820*   CIF-PARM-WANT-KEY, LEAVING ITS VALUE IN                      *
004830*   CIF-PARM-VALUE-WORK WHEN FOUND.                              *
004840******************************************************************
004850 1020-FIND-RUN-PARM.
004860     MOVE 'N' TO CIF-PARM-FOUND-SWITCH.
004870     MOVE SPACES TO CIF-PARM-VALUE-WORK.
004880     PERFORM 1025-MATCH-RUN-PARM THRU 1025-EXIT
004890         VARYING CIF-PARM-IDX FROM 1 BY 1
004900         UNTIL CIF-PARM-IDX > CIF-PARM-COUNT OR CIF-PARM-FOUND.
004910 1020-EXIT.
004920     EXIT.
004930
004940******************************************************************
004950*   1025-MATCH-RUN-PARM                                          *
004960*   COMPARES ONE PARAMETER TABLE ENTRY AGAINST THE KEYWORD       *
004970*   WANTED.                                                      *
004980******************************************************************
004990 1025-MATCH-RUN-PARM.
005000     IF CIF-PTBL-KEYWORD (CIF-PARM-IDX) = CIF-PARM-WANT-KEY
005010         MOVE 'Y' TO CIF-PARM-FOUND-SWITCH
005020         MOVE CIF-PTBL-VALUE (CIF-PARM-IDX)
005030             TO CIF-PARM-VALUE-WORK
005040     END-IF.
005050 1025-EXIT.
005060     EXIT.
005070
005080******************************************************************
005090*   1030-PARM-MISSING                                            *
005100*   FAILS THE JOB WITH RETURN CODE 12 WHEN A REQUIRED RUN        *
005110*   PARAMETER IS MISSING FROM AN UNATTENDED RUN.                 *
005120******************************************************************
005130 1030-PARM-MISSING.
005140     DISPLAY 'MAILRTN - REQUIRED RUN PARAMETER '
005150         CIF-PARM-WANT-KEY ' MISSING - JOB FAILING'.
005160     MOVE 12 TO RETURN-CODE.
005170     MOVE 'Y' TO CIF-ABORT-SWITCH.
005180 1030-EXIT.
005190     EXIT.
005200
005210******************************************************************
005220*   1090-CHECK-RUN-HISTORY                                       *
005230*   SCANS THE SHARED RUN-HISTORY FILE FOR AN END RECORD SHOWING  *
005240*   THIS PROGRAM ALREADY COMPLETED CLEAN TODAY, AND WARNS THE    *
005250*   OPERATOR BEFORE LETTING THE JOB RUN AGAIN.                   *
005260******************************************************************
005270 1090-CHECK-RUN-HISTORY.
005280     MOVE 'N' TO CIF-RUNH-EOF-SWITCH.
005290     MOVE 'N' TO CIF-RUNH-DONE-SWITCH.
005300     OPEN INPUT RUN-HISTORY-FILE.
005310     IF CIF-RUNHIST-STATUS NOT = '00'
005320         GO TO 1090-EXIT
005330     END-IF.
005340     PERFORM 1091-READ-RUN-HISTORY THRU 1091-EXIT
005350         UNTIL CIF-RUNH-EOF.
005360     CLOSE RUN-HISTORY-FILE.
005370
005380     IF CIF-RUNH-DONE-TODAY
005390         IF CIF-UNATTENDED
005400             MOVE 'RERUN' TO CIF-PARM-WANT-KEY
005410             PERFORM 1020-FIND-RUN-PARM THRU 1020-EXIT
005420             IF NOT CIF-PARM-FOUND
005430                 PERFORM 1030-PARM-MISSING THRU 1030-EXIT
005440                 GO TO 1090-EXIT
005450             END-IF
005460             MOVE CIF-PARM-VALUE-WORK(1:1) TO CIF-RESPONSE
005470         ELSE
005480             DISPLAY 'MAILRTN ALREADY COMPLETED CLEAN TODAY '
005490                 '- RUN AGAIN (Y/N) ? '
005500             ACCEPT CIF-RESPONSE
005510         END-IF
005520         IF CIF-RESPONSE NOT = 'Y' AND CIF-RESPONSE NOT = 'y'
005530             DISPLAY 'RUN CANCELLED BY OPERATOR'
005540             MOVE 8 TO RETURN-CODE
005550             MOVE 'Y' TO CIF-ABORT-SWITCH
005560         END-IF
005570     END-IF.
005580 1090-EXIT.
005590     EXIT.
005600
005610******************************************************************
005620*   1091-READ-RUN-HISTORY                                        *
005630*   READS ONE RUN-HISTORY RECORD OF THE STARTUP CHECK.           *
005640******************************************************************
005650 1091-READ-RUN-HISTORY.
005660     READ RUN-HISTORY-FILE
005670         AT END
005680             MOVE 'Y' TO CIF-RUNH-EOF-SWITCH
005690         NOT AT END
005700             IF CIF-RUNH-PROGRAM-ID = CIF-MY-PROGRAM-ID AND
005710                     CIF-RUNH-END AND
005720                     CIF-RUNH-RUN-DATE = CIF-RUN-DATE AND
005730                     CIF-RUNH-RETURN-CODE = ZERO
005740                 MOVE 'Y' TO CIF-RUNH-DONE-SWITCH
005750             END-IF
005760     END-READ.
005770     IF NOT CIF-RUNH-EOF
005780         IF CIF-RUNHIST-STATUS NOT = '00'
005790             DISPLAY 'MAILRTN - RUN-HISTORY READ FAILED - '
005800                 'STATUS ' CIF-RUNHIST-STATUS
005810                 ' - STARTUP CHECK INCOMPLETE'
005820             MOVE 'Y' TO CIF-RUNH-EOF-SWITCH
005830         END-IF
005840     END-IF.
005850 1091-EXIT.
005860     EXIT.
005870
005880******************************************************************
005890*   1092-CHECK-PREDECESSORS                                      *
005900*   LOOKS UP THIS PROGRAM'S REQUIRED PREDECESSORS ON THE NIGHT-  *
005910*   CYCLE JOB DEPENDENCY TABLE AND PROVES EACH ONE HAS AN END    *
005920*   RECORD ON THE RUN-HISTORY FILE FOR TODAY WITH RETURN CODE    *
005930*   ZERO.  ANY THAT HAS NOT IS NAMED ON THE CONSOLE AND THE RUN  *
005940*   IS REFUSED WITH RETURN CODE 20.  WITHOUT THE TABLE, OR WITH  *
005950*   NO ROWS FOR THIS PROGRAM, THERE IS NOTHING TO WAIT FOR.      *
005960******************************************************************
005970 1092-CHECK-PREDECESSORS.
005980     MOVE ZERO TO CIF-PRED-COUNT.
005990     MOVE ZERO TO CIF-PREDS-BLOCKING.
006000     MOVE 'N' TO CIF-JOBD-EOF-SWITCH.
006010     OPEN INPUT JOB-DEP-FILE.
006020     IF CIF-JOBDEP-STATUS NOT = '00'
006030         GO TO 1092-EXIT
006040     END-IF.
006050     PERFORM 1093-READ-JOB-DEPENDENCY THRU 1093-EXIT
006060         UNTIL CIF-JOBD-EOF.
006070     CLOSE JOB-DEP-FILE.
006080     IF CIF-ABORT OR CIF-PRED-COUNT = ZERO
006090         GO TO 1092-EXIT
006100     END-IF.
006110
006120     MOVE 'N' TO CIF-RUNH-EOF-SWITCH.
006130     OPEN INPUT RUN-HISTORY-FILE.
006140     IF CIF-RUNHIST-STATUS = '00'
006150         PERFORM 1094-READ-PRED-HISTORY THRU 1094-EXIT
006160             UNTIL CIF-RUNH-EOF
006170         CLOSE RUN-HISTORY-FILE
006180     END-IF.
006190     PERFORM 1097-REPORT-PREDECESSOR THRU 1097-EXIT
006200         VARYING CIF-PRED-IDX FROM 1 BY 1
006210         UNTIL CIF-PRED-IDX > CIF-PRED-COUNT.
006220     IF CIF-PREDS-BLOCKING > ZERO
006230         DISPLAY 'MAILRTN - PREDECESSORS NOT ENDED CLEAN '
006240             'TODAY : ' CIF-PREDS-BLOCKING ' - RUN REFUSED'
006250         MOVE 20 TO RETURN-CODE
006260         MOVE 'Y' TO CIF-ABORT-SWITCH
006270     END-IF.
006280 1092-EXIT.
006290     EXIT.
006300
006310******************************************************************
006320*   1093-READ-JOB-DEPENDENCY                                     *
006330*   READS ONE JOB DEPENDENCY ROW, TABLING THE PREDECESSORS       *
006340*   NAMED FOR THIS PROGRAM.  A READ FAILURE, OR MORE             *
006350*   PREDECESSORS THAN THE TABLE HOLDS, FAILS THE JOB RATHER      *
006360*   THAN LET IT RUN ON A PARTIAL CHECK.                          *
006370******************************************************************
006380 1093-READ-JOB-DEPENDENCY.
006390     READ JOB-DEP-FILE
006400         AT END
006410             MOVE 'Y' TO CIF-JOBD-EOF-SWITCH
006420             GO TO 1093-EXIT
006430     END-READ.
006440     IF CIF-JOBDEP-STATUS NOT = '00'
006450         DISPLAY 'MAILRTN - JOB DEPENDENCY READ FAILED - '
006460             'STATUS ' CIF-JOBDEP-STATUS ' - JOB FAILING'
006470         MOVE 16 TO RETURN-CODE
006480         MOVE 'Y' TO CIF-ABORT-SWITCH
006490         MOVE 'Y' TO CIF-JOBD-EOF-SWITCH
006500         GO TO 1093-EXIT
006510     END-IF.
006520     IF CIF-JOBD-PROGRAM-ID NOT = CIF-MY-PROGRAM-ID
006530             OR CIF-JOBD-PRED-ID = SPACES
006540         GO TO 1093-EXIT
006550     END-IF.
006560     IF CIF-PRED-COUNT >= 10
006570         DISPLAY 'MAILRTN - MORE THAN 10 PREDECESSORS ON THE '
006580             'JOB DEPENDENCY TABLE - JOB FAILING'
006590         MOVE 16 TO RETURN-CODE
006600         MOVE 'Y' TO CIF-ABORT-SWITCH
006610         MOVE 'Y' TO CIF-JOBD-EOF-SWITCH
006620         GO TO 1093-EXIT
006630     END-IF.
006640     ADD 1 TO CIF-PRED-COUNT.
006650     MOVE CIF-JOBD-PRED-ID
006660         TO CIF-PRED-PROGRAM-ID (CIF-PRED-COUNT).
006670     MOVE 'N' TO CIF-PRED-CLEAN-SW (CIF-PRED-COUNT).
006680 1093-EXIT.
006690     EXIT.
006700
006710******************************************************************
006720*   1094-READ-PRED-HISTORY                                       *
006730*   READS ONE RUN-HISTORY RECORD OF THE PREDECESSOR CHECK.  EACH *
006740*   END RECORD FOR TODAY, IN FILE ORDER, MARKS THAT PROGRAM DONE *
006750*   OR NOT DONE, SO ITS LATEST RUN DECIDES - A CLEAN RUN         *
006760*   FOLLOWED BY A FAILED RERUN IS NOT DONE.  A READ ERROR ENDS   *
006770*   THE SCAN, LEAVING ANY PREDECESSOR NOT YET SEEN UNPROVEN.     *
006780******************************************************************
006790 1094-READ-PRED-HISTORY.
006800     READ RUN-HISTORY-FILE
006810         AT END
006820             MOVE 'Y' TO CIF-RUNH-EOF-SWITCH
006830         NOT AT END
006840             IF CIF-RUNH-END AND
006850                     CIF-RUNH-RUN-DATE = CIF-RUN-DATE
006860                 PERFORM 1096-MATCH-PREDECESSOR THRU 1096-EXIT
006870                     VARYING CIF-PRED-IDX FROM 1 BY 1
006880                     UNTIL CIF-PRED-IDX > CIF-PRED-COUNT
006890             END-IF
006900     END-READ.
006910     IF NOT CIF-RUNH-EOF
006920         IF CIF-RUNHIST-STATUS NOT = '00'
006930             DISPLAY 'MAILRTN - RUN-HISTORY READ FAILED - '
006940                 'STATUS ' CIF-RUNHIST-STATUS
006950                 ' - PREDECESSOR CHECK INCOMPLETE'
006960             MOVE 'Y' TO CIF-RUNH-EOF-SWITCH
006970         END-IF
006980     END-IF.
006990 1094-EXIT.
007000     EXIT.
007010
007020******************************************************************
007030*   1095-WRITE-RUN-START                                         *
007040*   APPENDS THIS RUN'S START RECORD TO THE RUN-HISTORY FILE,     *
007050*   WHICH STAYS OPEN UNTIL THE END RECORD IS WRITTEN AT          *
007060*   TERMINATION.                                                 *
007070******************************************************************
007080 1095-WRITE-RUN-START.
007090     OPEN EXTEND RUN-HISTORY-FILE.
007100     IF CIF-RUNHIST-STATUS NOT = '00'
007110         OPEN OUTPUT RUN-HISTORY-FILE
007120     END-IF.
007130     MOVE SPACES            TO RUN-HISTORY-RECORD.
007140     MOVE CIF-MY-PROGRAM-ID TO CIF-RUNH-PROGRAM-ID.
007150     MOVE 'START'           TO CIF-RUNH-REC-TYPE.
007160     MOVE CIF-RUN-DATE      TO CIF-RUNH-RUN-DATE.
007170     MOVE CIF-START-TIME    TO CIF-RUNH-RUN-TIME.
007180     MOVE ZERO              TO CIF-RUNH-RECS-READ.
007190     MOVE ZERO              TO CIF-RUNH-RECS-WRITTEN.
007200     MOVE ZERO              TO CIF-RUNH-RECS-REJECTED.
007210     MOVE ZERO              TO CIF-RUNH-RETURN-CODE.
007220     WRITE RUN-HISTORY-RECORD.
007230     MOVE 'Y' TO CIF-RUNH-STARTED-SWITCH.
007240 1095-EXIT.
007250     EXIT.
007260
007270******************************************************************
007280*   1096-MATCH-PREDECESSOR                                       *
007290*   WHEN THE END RECORD IN HAND IS ONE PREDECESSOR'S OWN, MARKS  *
007300*   IT DONE FOR A CLEAN END AND NOT DONE FOR ANY OTHER.          *
007310******************************************************************
007320 1096-MATCH-PREDECESSOR.
007330     IF CIF-PRED-PROGRAM-ID (CIF-PRED-IDX) = CIF-RUNH-PROGRAM-ID
007340         IF CIF-RUNH-RETURN-CODE = ZERO
007350             MOVE 'Y' TO CIF-PRED-CLEAN-SW (CIF-PRED-IDX)
007360         ELSE
007370             MOVE 'N' TO CIF-PRED-CLEAN-SW (CIF-PRED-IDX)
007380         END-IF
007390     END-IF.
007400 1096-EXIT.
007410     EXIT.
007420
007430******************************************************************
007440*   1097-REPORT-PREDECESSOR                                      *
007450*   NAMES ONE PREDECESSOR ON THE CONSOLE WHEN IT HAS NOT ENDED   *
007460*   CLEAN TODAY, AND COUNTS IT AGAINST THE RUN.                  *
007470******************************************************************
007480 1097-REPORT-PREDECESSOR.
007490     IF NOT CIF-PRED-CLEAN (CIF-PRED-IDX)
007500         DISPLAY 'MAILRTN - PREDECESSOR '
007510             CIF-PRED-PROGRAM-ID (CIF-PRED-IDX)
007520             ' HAS NOT ENDED CLEAN TODAY'
007530         ADD 1 TO CIF-PREDS-BLOCKING
007540     END-IF.
007550 1097-EXIT.
007560     EXIT.
007570
007580******************************************************************
007590*   1100-READ-RETURN                                             *
007600******************************************************************
007610 1100-READ-RETURN.
007620     READ RETURNED-MAIL-FILE
007630         AT END
007640             MOVE 'Y' TO CIF-EOF-SWITCH
007650         NOT AT END
007660             ADD 1 TO CIF-RECS-READ
007670     END-READ.
007680     IF NOT CIF-EOF
007690         IF CIF-RTNMAIL-STATUS NOT = '00'
007700             DISPLAY 'MAILRTN - RETURNED-MAIL READ FAILED '
007710                 '- STATUS ' CIF-RTNMAIL-STATUS
007720                 ' - JOB FAILING'
007730             MOVE 16 TO RETURN-CODE
007740             MOVE 'Y' TO CIF-ABORT-SWITCH
007750             MOVE 'Y' TO CIF-EOF-SWITCH
007760         END-IF
007770     END-IF.
007780 1100-EXIT.
007790     EXIT.
007800
007810******************************************************************
007820*   2000-PROCESS-RETURN                                          *
007830*   APPLIES ONE RETURNED-MAIL RECORD AND READS THE NEXT.  A      *
007840*   MASTER FAILURE ENDS THE PASS WITH NOTHING MORE READ.         *
007850******************************************************************
007860 2000-PROCESS-RETURN.
007870     PERFORM 2050-APPLY-RETURN THRU 2050-EXIT.
007880     IF CIF-ABORT
007890         MOVE 'Y' TO CIF-EOF-SWITCH
007900         GO TO 2000-EXIT
007910     END-IF.
007920     PERFORM 1100-READ-RETURN THRU 1100-EXIT.
007930 2000-EXIT.
007940     EXIT.
007950
007960******************************************************************
007970*   2050-APPLY-RETURN                                            *
007980*   APPLIES ONE RETURNED-MAIL RECORD.  AN ACCOUNT NUMBER THAT IS *
007990*   NOT NUMERIC OR NOT ON THE MASTER, OR A RETURN WITH NO        *
008000*   REASON, IS LISTED BACK TO THE MAIL ROOM.  A CUSTOMER ALREADY *
008010*   FLAGGED - A SECOND PIECE RETURNED BEFORE THE ADDRESS WAS     *
008020*   CORRECTED - IS COUNTED ONLY, AS THE BRANCH ALREADY HAS IT.   *
008030******************************************************************
008040 2050-APPLY-RETURN.
008050     IF CIF-RTM-ACCT-NO NOT NUMERIC
008060         MOVE 'ACCOUNT NUMBER NOT NUMERIC' TO CIF-REJECT-REASON
008070         PERFORM 2900-REJECT-RETURN THRU 2900-EXIT
008080         GO TO 2050-EXIT
008090     END-IF.
008100     IF CIF-RTM-REASON = SPACES
008110         MOVE 'NO RETURN REASON GIVEN' TO CIF-REJECT-REASON
008120         PERFORM 2900-REJECT-RETURN THRU 2900-EXIT
008130         GO TO 2050-EXIT
008140     END-IF.
008150
008160     MOVE CIF-RTM-ACCT-NUM TO CIF-CUST-KEY.
008170     READ CUSTOMER-MASTER
008180         INVALID KEY
008190             MOVE 'NOT ON CUSTOMER MASTER' TO CIF-REJECT-REASON
008200             PERFORM 2900-REJECT-RETURN THRU 2900-EXIT
008210             GO TO 2050-EXIT
008220     END-READ.
008230     IF CIF-CUSTMAST-STATUS NOT = '00'
008240         DISPLAY 'MAILRTN - MASTER READ FAILED - KEY '
008250             CIF-CUST-KEY ' STATUS ' CIF-CUSTMAST-STATUS
008260             ' - JOB FAILING'
008270         MOVE 16 TO RETURN-CODE
008280         MOVE 'Y' TO CIF-ABORT-SWITCH
008290         GO TO 2050-EXIT
008300     END-IF.
008310
008320     IF CIF-CUST-UNDELIVERABLE
008330         ADD 1 TO CIF-RECS-ALREADY
008340     ELSE
008350         PERFORM 2100-FLAG-CUSTOMER THRU 2100-EXIT
008360     END-IF.
008370 2050-EXIT.
008380     EXIT.
008390
008400******************************************************************
008410*   2100-FLAG-CUSTOMER                                           *
008420*   SETS THE UNDELIVERABLE-ADDRESS FLAG ON THE CUSTOMER IN HAND, *
008430*   AUDIT-LOGS IT UNDER THIS PROGRAM'S NAME AS THE OPERATOR WITH *
008440*   THE CARRIER'S REASON, AND QUEUES THE CUSTOMER FOR THE        *
008450*   BRANCH WORK LIST.  ANY FAILURE FAILS THE RUN.                *
008460******************************************************************
008470 2100-FLAG-CUSTOMER.
008480     MOVE 'Y' TO CIF-CUST-UNDELIV-FLAG.
008490     REWRITE CUSTOMER-MASTER-RECORD
008500         INVALID KEY
008510             DISPLAY 'MAILRTN - MASTER REWRITE FAILED - KEY '
008520                 CIF-CUST-KEY ' STATUS ' CIF-CUSTMAST-STATUS
008530             MOVE 16 TO RETURN-CODE
008540             MOVE 'Y' TO CIF-ABORT-SWITCH
008550             GO TO 2100-EXIT
008560     END-REWRITE.
008570     IF CIF-CUSTMAST-STATUS NOT = '00'
008580         DISPLAY 'MAILRTN - MASTER REWRITE FAILED - KEY '
008590             CIF-CUST-KEY ' STATUS ' CIF-CUSTMAST-STATUS
008600         MOVE 16 TO RETURN-CODE
008610         MOVE 'Y' TO CIF-ABORT-SWITCH
008620         GO TO 2100-EXIT
008630     END-IF.
008640     ADD 1 TO CIF-RECS-FLAGGED.
008650
008660     MOVE SPACES            TO AUDIT-LOG-RECORD.
008670     MOVE CIF-RUN-DATE      TO CIF-AUD-DATE.
008680     MOVE CIF-RUN-TIME      TO CIF-AUD-TIME.
008690     MOVE CIF-MY-PROGRAM-ID TO CIF-AUD-OPERATOR-ID.
008700     MOVE CIF-CUST-KEY      TO CIF-AUD-ACCT-NO.
008710     MOVE 'UNDELIV'         TO CIF-AUD-FIELD-ID.
008720     MOVE 'RETURNED MAIL - ' TO CIF-AUD-VALUE(1:16).
008730     MOVE CIF-RTM-REASON    TO CIF-AUD-VALUE(17:30).
008740     MOVE 'CHANGED'         TO CIF-AUD-STATUS.
008750     WRITE AUDIT-LOG-RECORD.
008760     IF CIF-AUDIT-STATUS NOT = '00'
008770         DISPLAY 'MAILRTN - AUDIT LOG WRITE FAILED - KEY '
008780             CIF-CUST-KEY ' STATUS ' CIF-AUDIT-STATUS
008790             ' - JOB FAILING'
008800         MOVE 16 TO RETURN-CODE
008810         MOVE 'Y' TO CIF-ABORT-SWITCH
008820         GO TO 2100-EXIT
008830     END-IF.
008840     ADD 1 TO CIF-AUDIT-WRITTEN.
008850
008860     MOVE SPACES            TO FOLLOW-UP-RECORD.
008870     MOVE CIF-CUST-BRANCH   TO CIF-FUP-BRANCH.
008880     MOVE CIF-CUST-KEY      TO CIF-FUP-ACCT-NO.
008890     MOVE CIF-CUST-NAME     TO CIF-FUP-NAME.
008900     MOVE CIF-CUST-PHONE    TO CIF-FUP-PHONE.
008910     MOVE CIF-RTM-REASON    TO CIF-FUP-REASON.
008920     WRITE FOLLOW-UP-RECORD.
008930     IF CIF-FOLLOW-STATUS NOT = '00'
008940         DISPLAY 'MAILRTN - FOLLOW-UP WORK FILE WRITE FAILED - '
008950             'STATUS ' CIF-FOLLOW-STATUS ' - JOB FAILING'
008960         MOVE 16 TO RETURN-CODE
008970         MOVE 'Y' TO CIF-ABORT-SWITCH
008980     END-IF.
008990 2100-EXIT.
009000     EXIT.
009010
009020******************************************************************
009030*   2900-REJECT-RETURN                                           *
009040*   LISTS ONE RETURN THAT COULD NOT BE APPLIED, AS KEYED, WITH   *
009050*   THE REASON IN CIF-REJECT-REASON.                             *
009060******************************************************************
009070 2900-REJECT-RETURN.
009080     ADD 1 TO CIF-RECS-REJECTED.
009090     IF CIF-LINE-COUNT > CIF-LINES-PER-PAGE
009100         PERFORM 4100-WRITE-HEADINGS THRU 4100-EXIT
009110         PERFORM 4200-WRITE-SECTION-HEADING THRU 4200-EXIT
009120     END-IF.
009130     MOVE SPACES             TO CIF-PRINT-LINE-REJECT.
009140     MOVE CIF-RTM-ACCT-NO    TO CIF-R-ACCT-NO.
009150     MOVE CIF-RTM-REASON     TO CIF-R-REASON.
009160     MOVE CIF-REJECT-REASON  TO CIF-R-REJECT.
009170     MOVE CIF-PRINT-LINE-REJECT TO CIF-REPORT-LINE.
009180     WRITE CIF-REPORT-LINE.
009190     ADD 1 TO CIF-LINE-COUNT.
009200 2900-EXIT.
009210     EXIT.
009220
009230******************************************************************
009240*   3000-SORT-FOLLOW-UP                                          *
009250*   CLOSES THE REJECT LIST, CLOSES THE WORK FILE, SORTS IT INTO  *
009260*   BRANCH AND ACCOUNT ORDER AND OPENS THE SORTED FILE FOR THE   *
009270*   WORK LIST, WHICH STARTS ON A NEW PAGE.                       *
009280******************************************************************
009290 3000-SORT-FOLLOW-UP.
009300     IF CIF-RECS-REJECTED = ZERO
009310         MOVE SPACES                 TO CIF-PRINT-LINE-TOTAL
009320         MOVE 'NO RETURNS REJECTED'  TO CIF-T-LIT
009330         MOVE CIF-PRINT-LINE-TOTAL   TO CIF-REPORT-LINE
009340         WRITE CIF-REPORT-LINE
009350         ADD 1 TO CIF-LINE-COUNT
009360     END-IF.
009370
009380     CLOSE FOLLOW-UP-FILE.
009390     MOVE 'N' TO CIF-FOLLOW-OPEN-SW.
009400     SORT SORT-WORK-FILE
009410         ON ASCENDING KEY CIF-SRT-BRANCH
009420                          CIF-SRT-ACCT-NO
009430         USING FOLLOW-UP-FILE
009440         GIVING SORTED-FOLLOW-UP.
009450     IF SORT-RETURN NOT = ZERO
009460         DISPLAY 'MAILRTN - FOLLOW-UP SORT FAILED - RETURN '
009470             SORT-RETURN ' - JOB FAILING'
009480         MOVE 16 TO RETURN-CODE
009490         MOVE 'Y' TO CIF-ABORT-SWITCH
009500         GO TO 3000-EXIT
009510     END-IF.
009520
009530     OPEN INPUT SORTED-FOLLOW-UP.
009540     IF CIF-SORTED-STATUS NOT = '00'
009550         DISPLAY 'MAILRTN - SORTED FOLLOW-UP OPEN FAILED - '
009560             'STATUS ' CIF-SORTED-STATUS
009570         MOVE 16 TO RETURN-CODE
009580         MOVE 'Y' TO CIF-ABORT-SWITCH
009590         GO TO 3000-EXIT
009600     END-IF.
009610     MOVE 'Y' TO CIF-SORTED-OPEN-SW.
009620
009630     MOVE 'F' TO CIF-SECTION-SWITCH.
009640     PERFORM 4100-WRITE-HEADINGS THRU 4100-EXIT.
009650     PERFORM 4200-WRITE-SECTION-HEADING THRU 4200-EXIT.
009660     PERFORM 3100-READ-SORTED THRU 3100-EXIT.
009670     IF CIF-SORTED-EOF
009680         MOVE SPACES                 TO CIF-PRINT-LINE-TOTAL
009690         MOVE 'NO CUSTOMERS FLAGGED' TO CIF-T-LIT
009700         MOVE CIF-PRINT-LINE-TOTAL   TO CIF-REPORT-LINE
009710         WRITE CIF-REPORT-LINE
009720         ADD 1 TO CIF-LINE-COUNT
009730     END-IF.
009740 3000-EXIT.
009750     EXIT.
009760
009770******************************************************************
009780*   3100-READ-SORTED                                             *
009790******************************************************************
009800 3100-READ-SORTED.
009810     READ SORTED-FOLLOW-UP
009820         AT END
009830             MOVE 'Y' TO CIF-SORTED-EOF-SWITCH
009840     END-READ.
009850     IF NOT CIF-SORTED-EOF
009860         IF CIF-SORTED-STATUS NOT = '00'
009870             DISPLAY 'MAILRTN - SORTED FOLLOW-UP READ FAILED '
009880                 '- STATUS ' CIF-SORTED-STATUS ' - JOB FAILING'
009890             MOVE 16 TO RETURN-CODE
009900             MOVE 'Y' TO CIF-ABORT-SWITCH
009910             MOVE 'Y' TO CIF-SORTED-EOF-SWITCH
009920         END-IF
009930     END-IF.
009940 3100-EXIT.
009950     EXIT.
009960
009970******************************************************************
009980*   4100-WRITE-HEADINGS                                          *
009990******************************************************************
010000 4100-WRITE-HEADINGS.
010010     ADD 1 TO CIF-PAGE-NO.
010020
010030     MOVE SPACES                  TO CIF-PRINT-LINE-HEAD-1.
010040     MOVE 'RETURNED MAIL REPORT'        TO CIF-H1-TITLE.
010050     MOVE 'PAGE '                       TO CIF-H1-PAGE-LIT.
010060     MOVE CIF-PAGE-NO                   TO CIF-H1-PAGE-NO.
010070     MOVE CIF-PRINT-LINE-HEAD-1    TO CIF-REPORT-LINE.
010080     WRITE CIF-REPORT-LINE.
010090
010100     MOVE SPACES                  TO CIF-PRINT-LINE-HEAD-2.
010110     MOVE 'RUN DATE: '                  TO CIF-H2-DATE-LIT.
010120     MOVE CIF-RUN-DATE-EDIT              TO CIF-H2-RUN-DATE.
010130     MOVE CIF-PRINT-LINE-HEAD-2    TO CIF-REPORT-LINE.
010140     WRITE CIF-REPORT-LINE.
010150
010160     MOVE SPACES                  TO CIF-REPORT-LINE.
010170     WRITE CIF-REPORT-LINE.
010180
010190     MOVE ZERO TO CIF-LINE-COUNT.
010200 4100-EXIT.
010210     EXIT.
010220
010230******************************************************************
010240*   4200-WRITE-SECTION-HEADING                                   *
010250*   NAMES THE SECTION BEING LISTED - RETURNS NOT APPLIED, OR THE *
010260*   BRANCH FOLLOW-UP WORK LIST - AND, FOR THE REJECTS, HEADS     *
010270*   THEIR COLUMNS.  THE WORK LIST COLUMNS ARE HEADED UNDER EACH  *
010280*   BRANCH BY 5100-WRITE-BRANCH-HEADING.                         *
010290******************************************************************
010300 4200-WRITE-SECTION-HEADING.
010310     MOVE SPACES                  TO CIF-PRINT-LINE-SECTION.
010320     IF CIF-SECTION-REJECTS
010330         MOVE 'RETURNS NOT APPLIED'         TO CIF-S-TITLE
010340     ELSE
010350         MOVE 'BRANCH FOLLOW-UP WORK LIST'  TO CIF-S-TITLE
010360     END-IF.
010370     MOVE CIF-PRINT-LINE-SECTION   TO CIF-REPORT-LINE.
010380     WRITE CIF-REPORT-LINE.
010390     ADD 1 TO CIF-LINE-COUNT.
010400     IF CIF-SECTION-FOLLOW-UP
010410         GO TO 4200-EXIT
010420     END-IF.
010430
010440     MOVE SPACES                  TO CIF-PRINT-LINE-HEAD-R.
010450     MOVE 'ACCOUNT'                     TO CIF-HR-ACCT-LIT.
010460     MOVE 'RETURN REASON'               TO CIF-HR-REASON-LIT.
010470     MOVE 'NOT APPLIED BECAUSE'         TO CIF-HR-REJECT-LIT.
010480     MOVE CIF-PRINT-LINE-HEAD-R    TO CIF-REPORT-LINE.
010490     WRITE CIF-REPORT-LINE.
010500     ADD 1 TO CIF-LINE-COUNT.
010510 4200-EXIT.
010520     EXIT.
010530
010540******************************************************************
010550*   5000-LIST-FOLLOW-UP                                          *
010560*   LISTS ONE SORTED FOLLOW-UP ENTRY, BREAKING ON BRANCH - EACH  *
010570*   BRANCH OPENS WITH ITS OWN HEADING AND CLOSES WITH ITS COUNT. *
010580******************************************************************
010590 5000-LIST-FOLLOW-UP.
010600     IF CIF-SFU-BRANCH NOT = CIF-PREV-BRANCH
010610             OR CIF-BRANCHES-LISTED = ZERO
010620         IF CIF-BRANCHES-LISTED NOT = ZERO
010630             PERFORM 5200-WRITE-BRANCH-TOTAL THRU 5200-EXIT
010640         END-IF
010650         MOVE CIF-SFU-BRANCH TO CIF-PREV-BRANCH
010660         MOVE ZERO TO CIF-BRANCH-COUNT
010670         ADD 1 TO CIF-BRANCHES-LISTED
010680         PERFORM 5100-WRITE-BRANCH-HEADING THRU 5100-EXIT
010690     END-IF.
010700
010710     IF CIF-LINE-COUNT > CIF-LINES-PER-PAGE
010720         PERFORM 4100-WRITE-HEADINGS THRU 4100-EXIT
010730         PERFORM 4200-WRITE-SECTION-HEADING THRU 4200-EXIT
010740         PERFORM 5100-WRITE-BRANCH-HEADING THRU 5100-EXIT
010750     END-IF.
010760
010770     MOVE SPACES             TO CIF-PRINT-LINE-DETAIL.
010780     MOVE CIF-SFU-ACCT-NO    TO CIF-D-ACCT-NO.
010790     MOVE CIF-SFU-NAME       TO CIF-D-NAME.
010800     MOVE CIF-SFU-PHONE      TO CIF-D-PHONE.
010810     MOVE CIF-SFU-REASON     TO CIF-D-REASON.
010820     MOVE CIF-PRINT-LINE-DETAIL TO CIF-REPORT-LINE.
010830     WRITE CIF-REPORT-LINE.
010840     ADD 1 TO CIF-LINE-COUNT.
010850     ADD 1 TO CIF-BRANCH-COUNT.
010860     ADD 1 TO CIF-FOLLOW-LISTED.
010870
010880     PERFORM 3100-READ-SORTED THRU 3100-EXIT.
010890 5000-EXIT.
010900     EXIT.
010910
010920******************************************************************
010930*   5100-WRITE-BRANCH-HEADING                                    *
010940*   NAMES THE BRANCH BEING LISTED AND HEADS ITS COLUMNS.         *
010950******************************************************************
010960 5100-WRITE-BRANCH-HEADING.
010970     MOVE SPACES                  TO CIF-PRINT-LINE-BRANCH.
010980     MOVE 'BRANCH '                     TO CIF-B-LIT.
010990     MOVE CIF-PREV-BRANCH               TO CIF-B-BRANCH.
011000     MOVE CIF-PRINT-LINE-BRANCH    TO CIF-REPORT-LINE.
011010     WRITE CIF-REPORT-LINE.
011020
011030     MOVE SPACES                  TO CIF-PRINT-LINE-HEAD-F.
011040     MOVE 'ACCOUNT'                     TO CIF-HF-ACCT-LIT.
011050     MOVE 'CUSTOMER NAME'               TO CIF-HF-NAME-LIT.
011060     MOVE 'PHONE'                       TO CIF-HF-PHONE-LIT.
011070     MOVE 'RETURN REASON'               TO CIF-HF-REASON-LIT.
011080     MOVE CIF-PRINT-LINE-HEAD-F    TO CIF-REPORT-LINE.
011090     WRITE CIF-REPORT-LINE.
011100     ADD 2 TO CIF-LINE-COUNT.
011110 5100-EXIT.
011120     EXIT.
011130
011140******************************************************************
011150*   5200-WRITE-BRANCH-TOTAL                                      *
011160*   CLOSES ONE BRANCH WITH THE NUMBER OF CUSTOMERS TO CONTACT.   *
011170******************************************************************
011180 5200-WRITE-BRANCH-TOTAL.
011190     MOVE SPACES                   TO CIF-PRINT-LINE-TOTAL.
011200     MOVE 'CUSTOMERS TO CONTACT    :' TO CIF-T-LIT.
011210     MOVE CIF-BRANCH-COUNT         TO CIF-T-COUNT.
011220     MOVE CIF-PRINT-LINE-TOTAL TO CIF-REPORT-LINE.
011230     WRITE CIF-REPORT-LINE.
011240
011250     MOVE SPACES              TO CIF-REPORT-LINE.
011260     WRITE CIF-REPORT-LINE.
011270     ADD 2 TO CIF-LINE-COUNT.
011280 5200-EXIT.
011290     EXIT.
011300
011310******************************************************************
011320*   8000-WRITE-TOTALS                                            *
011330*   CLOSES THE REPORT WITH THE RUN TOTALS.  EVERY RETURN READ    *
011340*   MUST BE ACCOUNTED FOR AS FLAGGED, ALREADY FLAGGED OR NOT     *
011350*   APPLIED, AND EVERY CUSTOMER FLAGGED MUST BE AUDIT-LOGGED AND *
011360*   ON THE WORK LIST, OR THE JOB FAILS.  RETURNS NOT APPLIED ARE *
011370*   THE MAIL ROOM'S TO CHASE, NOT A FAILURE OF THE RUN.          *
011380******************************************************************
011390 8000-WRITE-TOTALS.
011400     MOVE SPACES              TO CIF-REPORT-LINE.
011410     WRITE CIF-REPORT-LINE.
011420
011430     MOVE SPACES                   TO CIF-PRINT-LINE-TOTAL.
011440     MOVE 'RETURNS READ            :' TO CIF-T-LIT.
011450     MOVE CIF-RECS-READ            TO CIF-T-COUNT.
011460     MOVE CIF-PRINT-LINE-TOTAL TO CIF-REPORT-LINE.
011470     WRITE CIF-REPORT-LINE.
011480
011490     MOVE SPACES                   TO CIF-PRINT-LINE-TOTAL.
011500     MOVE 'CUSTOMERS FLAGGED       :' TO CIF-T-LIT.
011510     MOVE CIF-RECS-FLAGGED         TO CIF-T-COUNT.
011520     MOVE CIF-PRINT-LINE-TOTAL TO CIF-REPORT-LINE.
011530     WRITE CIF-REPORT-LINE.
011540
011550     MOVE SPACES                   TO CIF-PRINT-LINE-TOTAL.
011560     MOVE 'ALREADY FLAGGED         :' TO CIF-T-LIT.
011570     MOVE CIF-RECS-ALREADY         TO CIF-T-COUNT.
011580     MOVE CIF-PRINT-LINE-TOTAL TO CIF-REPORT-LINE.
011590     WRITE CIF-REPORT-LINE.
011600
011610     MOVE SPACES                   TO CIF-PRINT-LINE-TOTAL.
011620     MOVE 'RETURNS NOT APPLIED     :' TO CIF-T-LIT.
011630     MOVE CIF-RECS-REJECTED        TO CIF-T-COUNT.
011640     MOVE CIF-PRINT-LINE-TOTAL TO CIF-REPORT-LINE.
011650     WRITE CIF-REPORT-LINE.
011660
011670     MOVE SPACES                   TO CIF-PRINT-LINE-TOTAL.
011680     MOVE 'BRANCHES TO FOLLOW UP   :' TO CIF-T-LIT.
011690     MOVE CIF-BRANCHES-LISTED      TO CIF-T-COUNT.
011700     MOVE CIF-PRINT-LINE-TOTAL TO CIF-REPORT-LINE.
011710     WRITE CIF-REPORT-LINE.
011720
011730     DISPLAY 'MAILRTN - RETURNS READ      : ' CIF-RECS-READ.
011740     DISPLAY 'MAILRTN - CUSTOMERS FLAGGED : ' CIF-RECS-FLAGGED.
011750     DISPLAY 'MAILRTN - ALREADY FLAGGED   : ' CIF-RECS-ALREADY.
011760     DISPLAY 'MAILRTN - NOT APPLIED       : ' CIF-RECS-REJECTED.
011770
011780     IF CIF-RECS-READ NOT = CIF-RECS-FLAGGED + CIF-RECS-ALREADY
011790             + CIF-RECS-REJECTED
011800         DISPLAY 'RECONCILIATION FAILED - RETURNS READ DO NOT '
011810             'TIE TO RETURNS ACCOUNTED FOR - JOB FAILING'
011820         MOVE 16 TO RETURN-CODE
011830     ELSE
011840         IF CIF-AUDIT-WRITTEN NOT = CIF-RECS-FLAGGED
011850                 OR CIF-FOLLOW-LISTED NOT = CIF-RECS-FLAGGED
011860             DISPLAY 'RECONCILIATION FAILED - CUSTOMERS FLAGGED '
011870                 'DO NOT TIE TO AUDIT AND WORK LIST - JOB FAILING'
011880             MOVE 16 TO RETURN-CODE
011890         ELSE
011900             DISPLAY 'RECONCILIATION OK - CONTROL TOTALS TIE'
011910             MOVE 0 TO RETURN-CODE
011920         END-IF
011930     END-IF.
011940 8000-EXIT.
011950     EXIT.
011960
011970******************************************************************
011980*   9000-TERMINATE                                               *
011990******************************************************************
012000 9000-TERMINATE.
012010     IF CIF-RUNH-STARTED
012020         PERFORM 9100-WRITE-RUN-END THRU 9100-EXIT
012030     END-IF.
012040     IF CIF-RTNMAIL-OPEN
012050         CLOSE RETURNED-MAIL-FILE
012060     END-IF.
012070     IF CIF-CUSTMAST-OPEN
012080         CLOSE CUSTOMER-MASTER
012090     END-IF.
012100     IF CIF-FOLLOW-OPEN
012110         CLOSE FOLLOW-UP-FILE
012120     END-IF.
012130     IF CIF-SORTED-OPEN
012140         CLOSE SORTED-FOLLOW-UP
012150     END-IF.
012160     IF CIF-REPORT-OPEN
012170         CLOSE REPORT-LISTING
012180     END-IF.
012190     IF CIF-AUDIT-OPEN
012200         CLOSE AUDIT-FILE
012210     END-IF.
012220 9000-EXIT.
012230     EXIT.
012240
012250******************************************************************
012260*   9100-WRITE-RUN-END                                           *
012270*   APPENDS THIS RUN'S END RECORD - COUNTS AND FINAL RETURN      *
012280*   CODE - AND CLOSES THE RUN-HISTORY FILE.                      *
012290******************************************************************
012300 9100-WRITE-RUN-END.
012310     ACCEPT CIF-END-TIME FROM TIME.
012320     MOVE SPACES              TO RUN-HISTORY-RECORD.
012330     MOVE CIF-MY-PROGRAM-ID   TO CIF-RUNH-PROGRAM-ID.
012340     MOVE 'END'               TO CIF-RUNH-REC-TYPE.
012350     MOVE CIF-RUN-DATE        TO CIF-RUNH-RUN-DATE.
012360     MOVE CIF-END-TIME        TO CIF-RUNH-RUN-TIME.
012370     MOVE CIF-RECS-READ       TO CIF-RUNH-RECS-READ.
012380     MOVE CIF-RECS-FLAGGED    TO CIF-RUNH-RECS-WRITTEN.
012390     MOVE CIF-RECS-REJECTED   TO CIF-RUNH-RECS-REJECTED.
012400     MOVE RETURN-CODE         TO CIF-RUNH-RETURN-CODE.
012410     WRITE RUN-HISTORY-RECORD.
012420     CLOSE RUN-HISTORY-FILE.
012430 9100-EXIT.
012440     EXIT.
012450
012460 END PROGRAM MAILRTN.
