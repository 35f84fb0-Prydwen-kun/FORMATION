000010******************************************************************
000020*                                                                *
000030*   PROGRAM:      DORMANT                                        *
000040*   AUTHOR:       J. P. LINDQUIST                                *
000050*   INSTALLATION: DATA PROCESSING                                *
000060*   DATE-WRITTEN: 10/15/26                                       *
000070*   DATE-COMPILED:                                               *
000080*                                                                *
000090*   PURPOSE.      DORMANT-ACCOUNT RUN.  SCANS CUSTOMER-MASTER    *
000100*       FOR ACTIVE RECORDS WITH NO ACTIVITY - NO POSTED ITEM AND *
000110*       NO CUSTOMER-INITIATED CHANGE - SINCE                     *
000120*       CIF-CUST-LAST-ACT-DATE FOR LONGER THAN THE DORMANCY      *
000130*       THRESHOLD.  EACH SUCH ACCOUNT NOT YET NOTICED IS SENT A  *
000140*       DORMANCY NOTICE LETTER TO THE ADDRESS ON THE MASTER,     *
000150*       THE WAY THE WELCOME LETTERS ARE PRODUCED.  AN ACCOUNT    *
000160*       STILL IDLE WHEN THE GRACE PERIOD AFTER ITS NOTICE HAS    *
000170*       RUN OUT IS SET INACTIVE AND THE CHANGE AUDIT-LOGGED.     *
000180*       BOTH THRESHOLDS ARE RUN PARAMETERS.  A REGISTER LISTS    *
000190*       THE ACCOUNTS NOTICED AND THE ACCOUNTS INACTIVATED.  AS   *
000200*       IN WELCLTR, THE MASTER IS ONLY UPDATED IN A SECOND PASS  *
000210*       AFTER THE LETTERS AND REGISTER HAVE WRITTEN CLEAN, SO A  *
000220*       FAILED RUN CHANGES NOTHING AND A RERUN CANNOT NOTICE A   *
000230*       CUSTOMER TWICE.                                          *
000240*                                                                *
000250*   TECTONICS.    cobc                                          *
000260*                                                                *
000270*   MODIFICATION HISTORY                                        *
000280*   DATE       INIT  DESCRIPTION                                *
000290*   10/15/26   JPL   ORIGINAL PROGRAM.                          *
000300*   10/15/26   JPL   NO NOTICE IS SENT TO A CUSTOMER WHOSE      *
000310*                    ADDRESS IS FLAGGED UNDELIVERABLE - THE     *
000320*                    ACCOUNT IS COUNTED AS HELD UNTIL THE       *
000330*                    ADDRESS IS CORRECTED.                      *
000340*   10/15/26   JPL   CHECKS THE NIGHT-CYCLE JOB DEPENDENCY      *
000350*                    TABLE AT STARTUP AND REFUSES TO RUN, WITH  *
000360*                    RC 20, UNTIL EVERY PREDECESSOR HAS ENDED   *
000370*                    CLEAN TODAY.  A REFUSED RUN IS LOGGED ON   *
000380*                    THE RUN-HISTORY FILE.                      *
000390*                                                                *
000400******************************************************************
000410 IDENTIFICATION DIVISION.
000420 PROGRAM-ID. DORMANT.
000430
000440 ENVIRONMENT DIVISION.
000450 INPUT-OUTPUT SECTION.
000460 FILE-CONTROL.
000470     SELECT CUSTOMER-MASTER ASSIGN TO CUSTMAST
000480         ORGANIZATION IS INDEXED
000490         ACCESS MODE IS DYNAMIC
000500         RECORD KEY IS CIF-CUST-KEY
000510         ALTERNATE RECORD KEY IS CIF-CUST-NAME
000520             WITH DUPLICATES
000530         FILE STATUS IS CIF-CUSTMAST-STATUS.
000540
000550     SELECT LETTER-FILE ASSIGN TO DORMLTR
000560         ORGANIZATION IS LINE SEQUENTIAL
000570         FILE STATUS IS CIF-LETTER-STATUS.
000580
000590     SELECT REPORT-LISTING ASSIGN TO DORMRPT
000600         ORGANIZATION IS LINE SEQUENTIAL
000610         FILE STATUS IS CIF-REPORT-STATUS.
000620
000630     SELECT AUDIT-FILE ASSIGN TO AUDITLOG
000640         ORGANIZATION IS LINE SEQUENTIAL
000650         FILE STATUS IS CIF-AUDIT-STATUS.
000660
000670     SELECT RUN-HISTORY-FILE ASSIGN TO RUNHIST
000680         ORGANIZATION IS LINE SEQUENTIAL
000690         FILE STATUS IS CIF-RUNHIST-STATUS.
000700
000710     SELECT JOB-DEP-FILE ASSIGN TO JOBDEP
000720         ORGANIZATION IS LINE SEQUENTIAL
000730         FILE STATUS IS CIF-JOBDEP-STATUS.
000740
000750     SELECT RUN-PARM-FILE ASSIGN TO RUNPARM
000760         ORGANIZATION IS LINE SEQUENTIAL
000770         FILE STATUS IS CIF-RUNPARM-STATUS.
000780
000790 DATA DIVISION.
000800 FILE SECTION.
000810 FD  CUSTOMER-MASTER.
000820     COPY CUSTREC.
000830
000840 FD  LETTER-FILE.
000850 01  CIF-LETTER-LINE             PIC X(80).
000860
000870 FD  REPORT-LISTING.
000880 01  CIF-REPORT-LINE             PIC X(80).
000890
000900 FD  AUDIT-FILE.
000910     COPY AUDITREC.
000920
000930 FD  RUN-HISTORY-FILE.
000940     COPY RUNHREC.
000950
000960 FD  JOB-DEP-FILE.
000970     COPY JOBDREC.
000980
000990 FD  RUN-PARM-FILE.
001000     COPY RUNPREC.
001010
001020 WORKING-STORAGE SECTION.
001030******************************************************************
001040*   FILE STATUS FIELDS                                          *
001050******************************************************************
001060 01  CIF-FILE-STATUSES.
001070     05  CIF-CUSTMAST-STATUS     PIC X(02) VALUE '00'.
001080     05  CIF-LETTER-STATUS       PIC X(02) VALUE '00'.
001090     05  CIF-REPORT-STATUS       PIC X(02) VALUE '00'.
001100     05  CIF-AUDIT-STATUS        PIC X(02) VALUE '00'.
001110     05  CIF-RUNHIST-STATUS      PIC X(02) VALUE '00'.
001120     05  CIF-JOBDEP-STATUS       PIC X(02) VALUE '00'.
001130     05  CIF-RUNPARM-STATUS      PIC X(02) VALUE '00'.
001140
001150******************************************************************
001160*   SWITCHES                                                    *
001170******************************************************************
001180 01  CIF-SWITCHES.
001190     05  CIF-EOF-SWITCH          PIC X(01) VALUE 'N'.
001200         88  CIF-EOF                        VALUE 'Y'.
001210     05  CIF-ABORT-SWITCH        PIC X(01) VALUE 'N'.
001220         88  CIF-ABORT                      VALUE 'Y'.
001230     05  CIF-CUSTMAST-OPEN-SW    PIC X(01) VALUE 'N'.
001240         88  CIF-CUSTMAST-OPEN              VALUE 'Y'.
001250     05  CIF-LETTER-OPEN-SW      PIC X(01) VALUE 'N'.
001260         88  CIF-LETTER-OPEN                VALUE 'Y'.
001270     05  CIF-REPORT-OPEN-SW      PIC X(01) VALUE 'N'.
001280         88  CIF-REPORT-OPEN                VALUE 'Y'.
001290     05  CIF-AUDIT-OPEN-SW       PIC X(01) VALUE 'N'.
001300         88  CIF-AUDIT-OPEN                 VALUE 'Y'.
001310     05  CIF-RUNH-EOF-SWITCH     PIC X(01) VALUE 'N'.
001320         88  CIF-RUNH-EOF                   VALUE 'Y'.
001330     05  CIF-RUNH-DONE-SWITCH    PIC X(01) VALUE 'N'.
001340         88  CIF-RUNH-DONE-TODAY            VALUE 'Y'.
001350     05  CIF-RUNH-STARTED-SWITCH PIC X(01) VALUE 'N'.
001360         88  CIF-RUNH-STARTED               VALUE 'Y'.
001370     05  CIF-JOBD-EOF-SWITCH     PIC X(01) VALUE 'N'.
001380         88  CIF-JOBD-EOF                   VALUE 'Y'.
001390     05  CIF-UNATTENDED-SWITCH   PIC X(01) VALUE 'N'.
001400         88  CIF-UNATTENDED                 VALUE 'Y'.
001410     05  CIF-PARM-EOF-SWITCH     PIC X(01) VALUE 'N'.
001420         88  CIF-PARM-EOF                   VALUE 'Y'.
001430     05  CIF-PARM-FOUND-SWITCH   PIC X(01) VALUE 'N'.
001440         88  CIF-PARM-FOUND                 VALUE 'Y'.
001450     05  CIF-DTE-LEAP-SWITCH     PIC X(01) VALUE 'N'.
001460         88  CIF-DTE-LEAP-YEAR              VALUE 'Y'.
001470
001480******************************************************************
001490*   BATCH COUNTERS                                               *
001500******************************************************************
001510 01  CIF-COUNTERS.
001520     05  CIF-RECS-READ           PIC 9(06) COMP VALUE ZERO.
001530     05  CIF-RECS-ACTIVE         PIC 9(06) COMP VALUE ZERO.
001540     05  CIF-LETTERS-PRODUCED    PIC 9(06) COMP VALUE ZERO.
001550     05  CIF-ACCTS-IN-GRACE      PIC 9(06) COMP VALUE ZERO.
001560     05  CIF-NOTICES-HELD        PIC 9(06) COMP VALUE ZERO.
001570     05  CIF-ACCTS-TO-INACTIVATE PIC 9(06) COMP VALUE ZERO.
001580     05  CIF-RECS-NOTICED        PIC 9(06) COMP VALUE ZERO.
001590     05  CIF-RECS-INACTIVATED    PIC 9(06) COMP VALUE ZERO.
001600     05  CIF-LINE-COUNT          PIC 9(03) COMP VALUE ZERO.
001610     05  CIF-PAGE-NO             PIC 9(04) COMP VALUE ZERO.
001620     05  CIF-ACT-COUNT           PIC 9(04) COMP VALUE ZERO.
001630     05  CIF-ACT-IDX             PIC 9(04) COMP VALUE ZERO.
001640     05  CIF-PARM-IDX            PIC 9(02) COMP VALUE ZERO.
001650     05  CIF-PARM-COUNT          PIC 9(02) COMP VALUE ZERO.
001660     05  CIF-PRED-IDX            PIC 9(02) COMP VALUE ZERO.
001670     05  CIF-PRED-COUNT          PIC 9(02) COMP VALUE ZERO.
001680     05  CIF-PREDS-BLOCKING      PIC 9(02) COMP VALUE ZERO.
001690
001700******************************************************************
001710*   MISCELLANEOUS WORKING FIELDS                                 *
001720******************************************************************
001730 01  CIF-MISC-WORK.
001740     05  CIF-LINES-PER-PAGE      PIC 9(03) VALUE 50.
001750     05  CIF-RUN-DATE            PIC X(08).
001760     05  CIF-RUN-DATE-EDIT       PIC X(10).
001770     05  CIF-RUN-TIME            PIC X(08).
001780     05  CIF-MY-PROGRAM-ID       PIC X(10) VALUE 'DORMANT'.
001790     05  CIF-START-TIME          PIC X(08).
001800     05  CIF-END-TIME            PIC X(08).
001810     05  CIF-RESPONSE            PIC X(01) VALUE SPACE.
001820     05  CIF-ACT-MAX             PIC 9(04) VALUE 2000.
001830     05  CIF-PARM-WANT-KEY       PIC X(10) VALUE SPACES.
001840     05  CIF-PARM-VALUE-WORK     PIC X(20) VALUE SPACES.
001850     05  CIF-DORM-DAYS           PIC 9(04) VALUE ZERO.
001860     05  CIF-DORM-DAYS-ENTRY     PIC X(04) VALUE SPACES.
001870     05  CIF-DEFAULT-DORM-DAYS   PIC 9(04) VALUE 365.
001880     05  CIF-GRACE-DAYS          PIC 9(03) VALUE ZERO.
001890     05  CIF-GRACE-DAYS-ENTRY    PIC X(03) VALUE SPACES.
001900     05  CIF-DEFAULT-GRACE-DAYS  PIC 9(03) VALUE 30.
001910     05  CIF-RUN-DAY-NUMBER      PIC 9(07) VALUE ZERO.
001920     05  CIF-IDLE-DAYS           PIC 9(07) VALUE ZERO.
001930     05  CIF-NOTICE-AGE          PIC 9(07) VALUE ZERO.
001940     05  CIF-LAST-ACT-WORK       PIC X(08) VALUE SPACES.
001950     05  CIF-ACTION-WORK         PIC X(01) VALUE SPACE.
001960         88  CIF-ACTION-NOTICE              VALUE 'N'.
001970         88  CIF-ACTION-INACTIVATE          VALUE 'I'.
001980         88  CIF-ACTION-NONE                VALUE SPACE.
001990
002000******************************************************************
002010*   DATE ARITHMETIC WORK FIELDS                                  *
002020*   7900-COMPUTE-DAY-NUMBER TURNS THE YYYYMMDD DATE IN           *
002030*   CIF-DTE-DATE INTO A RUNNING DAY NUMBER SO TWO DATES CAN BE   *
002040*   SUBTRACTED TO GIVE THE DAYS BETWEEN THEM.  CIF-CUM-DAYS IS   *
002050*   THE DAYS IN THE YEAR BEFORE THE FIRST OF EACH MONTH.         *
002060******************************************************************
002070 01  CIF-DATE-WORK.
002080     05  CIF-DTE-DATE            PIC X(08) VALUE SPACES.
002090     05  CIF-DTE-DATE-PARTS REDEFINES CIF-DTE-DATE.
002100         10  CIF-DTE-YYYY        PIC 9(04).
002110         10  CIF-DTE-MM          PIC 9(02).
002120         10  CIF-DTE-DD          PIC 9(02).
002130     05  CIF-DTE-DAY-NUMBER      PIC 9(07) VALUE ZERO.
002140     05  CIF-DTE-PRIOR-YEARS     PIC 9(04) VALUE ZERO.
002150     05  CIF-DTE-QUOTIENT        PIC 9(07) VALUE ZERO.
002160     05  CIF-DTE-REM-4           PIC 9(04) VALUE ZERO.
002170     05  CIF-DTE-REM-100         PIC 9(04) VALUE ZERO.
002180     05  CIF-DTE-REM-400         PIC 9(04) VALUE ZERO.
002190
002200 01  CIF-MONTH-DAYS-VALUES       PIC X(36)
002210         VALUE '000031059090120151181212243273304334'.
002220 01  CIF-MONTH-DAYS-TABLE REDEFINES CIF-MONTH-DAYS-VALUES.
002230     05  CIF-CUM-DAYS            PIC 9(03) OCCURS 12 TIMES.
002240
002250******************************************************************
002260*   ACTION TABLE                                                 *
002270*   THE ACCOUNTS NOTICED (N) OR TO BE INACTIVATED (I) IN PASS 1  *
002280*   ARE HELD HERE SO PASS 2 CAN UPDATE THE MASTER ONLY AFTER     *
002290*   THE WHOLE LETTER FILE AND REGISTER HAVE WRITTEN CLEAN.       *
002300*   SHOULD A SINGLE RUN EVER EXCEED THE TABLE, THE RUN FAILS     *
002310*   BEFORE PRODUCING A LETTER IT COULD NOT RECORD.               *
002320******************************************************************
002330 01  CIF-ACTION-TABLE.
002340     05  CIF-ACTION-ENTRY OCCURS 2000 TIMES.
002350         10  CIF-ACT-ACCT        PIC 9(09).
002360         10  CIF-ACT-CODE        PIC X(01).
002370
002380******************************************************************
002390*   CITY/STATE/ZIP LETTER LINE                                   *
002400******************************************************************
002410 01  CIF-CSZ-LINE.
002420     05  CIF-CSZ-CITY            PIC X(20).
002430     05  FILLER                  PIC X(01) VALUE SPACE.
002440     05  CIF-CSZ-STATE           PIC X(02).
002450     05  FILLER                  PIC X(01) VALUE SPACE.
002460     05  CIF-CSZ-ZIP             PIC X(05).
002470     05  FILLER                  PIC X(51) VALUE SPACES.
002480
002490******************************************************************
002500*   PRINT LINE - A SINGLE 80-BYTE PRINT AREA REDEFINED BELOW     *
002510*   INTO THE REGISTER HEADING, DETAIL AND TOTAL LAYOUTS.         *
002520******************************************************************
002530 01  CIF-PRINT-LINE                  PIC X(80) VALUE SPACES.
002540
002550 01  CIF-PRINT-LINE-HEAD-1 REDEFINES CIF-PRINT-LINE.
002560     05  CIF-H1-FILLER-1             PIC X(25).
002570     05  CIF-H1-TITLE                PIC X(30).
002580     05  CIF-H1-FILLER-2             PIC X(05).
002590     05  CIF-H1-PAGE-LIT             PIC X(05).
002600     05  CIF-H1-PAGE-NO              PIC ZZZ9.
002610     05  CIF-H1-FILLER-3             PIC X(11).
002620
002630 01  CIF-PRINT-LINE-HEAD-2 REDEFINES CIF-PRINT-LINE.
002640     05  CIF-H2-FILLER-1             PIC X(25).
002650     05  CIF-H2-DATE-LIT             PIC X(10).
002660     05  CIF-H2-RUN-DATE             PIC X(10).
002670     05  CIF-H2-FILLER-2             PIC X(35).
002680
002690 01  CIF-PRINT-LINE-HEAD-3 REDEFINES CIF-PRINT-LINE.
002700     05  CIF-H3-ACCT-LIT             PIC X(11).
002710     05  CIF-H3-NAME-LIT             PIC X(32).
002720     05  CIF-H3-BRANCH-LIT           PIC X(08).
002730     05  CIF-H3-LAST-LIT             PIC X(10).
002740     05  CIF-H3-ACTION-LIT           PIC X(19).
002750
002760 01  CIF-PRINT-LINE-DETAIL REDEFINES CIF-PRINT-LINE.
002770     05  CIF-D-ACCT-NO               PIC 9(09).
002780     05  CIF-D-FILLER-1              PIC X(02).
002790     05  CIF-D-NAME                  PIC X(30).
002800     05  CIF-D-FILLER-2              PIC X(02).
002810     05  CIF-D-BRANCH                PIC X(04).
002820     05  CIF-D-FILLER-3              PIC X(04).
002830     05  CIF-D-LAST-ACT              PIC X(08).
002840     05  CIF-D-FILLER-4              PIC X(02).
002850     05  CIF-D-ACTION                PIC X(19).
002860
002870 01  CIF-PRINT-LINE-TOTAL REDEFINES CIF-PRINT-LINE.
002880     05  CIF-T-FILLER-1              PIC X(10).
002890     05  CIF-T-LIT                   PIC X(20).
002900     05  CIF-T-COUNT                 PIC ZZZ,ZZ9.
002910     05  CIF-T-FILLER-2              PIC X(43).
002920
002930******************************************************************
002940*   PREDECESSOR TABLE                                            *
002950*   THE JOBS THAT MUST HAVE ENDED CLEAN TODAY BEFORE THIS        *
002960*   PROGRAM MAY RUN, FROM THE NIGHT-CYCLE JOB DEPENDENCY TABLE.  *
002970******************************************************************
002980 01  CIF-PRED-TABLE.
002990     05  CIF-PRED-ENTRY OCCURS 10 TIMES.
003000         10  CIF-PRED-PROGRAM-ID PIC X(10).
003010         10  CIF-PRED-CLEAN-SW   PIC X(01).
003020             88  CIF-PRED-CLEAN             VALUE 'Y'.
003030
003040******************************************************************
003050*   RUN PARAMETER TABLE                                          *
003060*   THE ANSWERS FOR THIS PROGRAM FROM THE NIGHT-CYCLE RUN        *
003070*   PARAMETER FILE, LOADED AT STARTUP WHEN THE FILE IS PRESENT.  *
003080******************************************************************
003090 01  CIF-PARM-TABLE.
003100     05  CIF-PARM-ENTRY OCCURS 10 TIMES.
003110         10  CIF-PTBL-KEYWORD    PIC X(10).
003120         10  CIF-PTBL-VALUE      PIC X(20).
003130
003140 PROCEDURE DIVISION.
003150******************************************************************
003160*   0000-MAINLINE                                                *
003170*   TOP-LEVEL CONTROL - THE NOTICE PASS, THE REGISTER TOTALS,    *
003180*   AND THE UPDATE PASS RUN ONLY AFTER EVERYTHING WROTE CLEAN.   *
003190******************************************************************
003200 0000-MAINLINE.
003210     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
003220     IF NOT CIF-ABORT
003230         PERFORM 2000-PROCESS-RECORD THRU 2000-EXIT
003240             UNTIL CIF-EOF
003250         IF NOT CIF-ABORT
003260             PERFORM 8000-WRITE-REGISTER-TOTALS THRU 8000-EXIT
003270         END-IF
003280         IF NOT CIF-ABORT
003290             PERFORM 8500-UPDATE-MASTER THRU 8500-EXIT
003300         END-IF
003310     END-IF.
003320     PERFORM 9000-TERMINATE THRU 9000-EXIT.
003330     STOP RUN.
003340
003350******************************************************************
003360*   1000-INITIALIZE                                              *
003370*   OBTAINS THE THRESHOLDS, OPENS THE MASTER FOR UPDATE, THE     *
003380*   LETTER FILE, THE REGISTER AND THE AUDIT LOG.                 *
003390******************************************************************
003400 1000-INITIALIZE.
003410     ACCEPT CIF-RUN-DATE FROM DATE YYYYMMDD.
003420     ACCEPT CIF-START-TIME FROM TIME.
003430     MOVE CIF-START-TIME TO CIF-RUN-TIME.
003440     PERFORM 1010-LOAD-RUN-PARMS THRU 1010-EXIT.
003450     PERFORM 1090-CHECK-RUN-HISTORY THRU 1090-EXIT.
003460     IF CIF-ABORT
003470         GO TO 1000-EXIT
003480     END-IF.
003490     PERFORM 1092-CHECK-PREDECESSORS THRU 1092-EXIT.
003500     PERFORM 1095-WRITE-RUN-START THRU 1095-EXIT.
003510     IF CIF-ABORT
003520         GO TO 1000-EXIT
003530     END-IF.
003540     PERFORM 1040-GET-DORMANT-DAYS THRU 1040-EXIT.
003550     IF NOT CIF-ABORT
003560         PERFORM 1045-GET-GRACE-DAYS THRU 1045-EXIT
003570     END-IF.
003580     IF CIF-ABORT
003590         GO TO 1000-EXIT
003600     END-IF.
003610     MOVE CIF-RUN-DATE(5:2) TO CIF-RUN-DATE-EDIT(1:2).
003620     MOVE '/'               TO CIF-RUN-DATE-EDIT(3:1).
003630     MOVE CIF-RUN-DATE(7:2) TO CIF-RUN-DATE-EDIT(4:2).
003640     MOVE '/'               TO CIF-RUN-DATE-EDIT(6:1).
003650     MOVE CIF-RUN-DATE(1:4) TO CIF-RUN-DATE-EDIT(7:4).
003660     MOVE CIF-RUN-DATE TO CIF-DTE-DATE.
003670     PERFORM 7900-COMPUTE-DAY-NUMBER THRU 7900-EXIT.
003680     MOVE CIF-DTE-DAY-NUMBER TO CIF-RUN-DAY-NUMBER.
003690
003700     OPEN I-O CUSTOMER-MASTER.
003710     IF CIF-CUSTMAST-STATUS NOT = '00'
003720         DISPLAY 'DORMANT - CUSTOMER-MASTER OPEN FAILED - '
003730             'STATUS ' CIF-CUSTMAST-STATUS
003740         MOVE 16 TO RETURN-CODE
003750         MOVE 'Y' TO CIF-ABORT-SWITCH
003760         GO TO 1000-EXIT
003770     END-IF.
003780     MOVE 'Y' TO CIF-CUSTMAST-OPEN-SW.
003790
003800     OPEN OUTPUT LETTER-FILE.
003810     IF CIF-LETTER-STATUS NOT = '00'
003820         DISPLAY 'DORMANT - LETTER FILE OPEN FAILED - STATUS '
003830             CIF-LETTER-STATUS
003840         MOVE 16 TO RETURN-CODE
003850         MOVE 'Y' TO CIF-ABORT-SWITCH
003860         GO TO 1000-EXIT
003870     END-IF.
003880     MOVE 'Y' TO CIF-LETTER-OPEN-SW.
003890
003900     OPEN OUTPUT REPORT-LISTING.
003910     IF CIF-REPORT-STATUS NOT = '00'
003920         DISPLAY 'DORMANT - REGISTER OPEN FAILED - STATUS '
003930             CIF-REPORT-STATUS
003940         MOVE 16 TO RETURN-CODE
003950         MOVE 'Y' TO CIF-ABORT-SWITCH
003960         GO TO 1000-EXIT
003970     END-IF.
003980     MOVE 'Y' TO CIF-REPORT-OPEN-SW.
003990
004000     OPEN EXTEND AUDIT-FILE.
004010     IF CIF-AUDIT-STATUS NOT = '00'
004020         OPEN OUTPUT AUDIT-FILE
004030     END-IF.
004040     IF CIF-AUDIT-STATUS NOT = '00'
004050         DISPLAY 'DORMANT - AUDIT LOG OPEN FAILED - STATUS '
004060             CIF-AUDIT-STATUS
004070         MOVE 16 TO RETURN-CODE
004080         MOVE 'Y' TO CIF-ABORT-SWITCH
004090         GO TO 1000-EXIT
004100     END-IF.
004110     MOVE 'Y' TO CIF-AUDIT-OPEN-SW.
004120
004130     PERFORM 1100-READ-CUSTOMER THRU 1100-EXIT.
004140 1000-EXIT.
004150     EXIT.
004160
004170******************************************************************
004180*   1010-LOAD-RUN-PARMS                                          *
004190*   LOOKS FOR THE NIGHT-CYCLE RUN PARAMETER FILE.  WHEN IT IS    *
004200*   PRESENT THE RUN IS UNATTENDED AND EVERY CONSOLE ANSWER IS    *
004210*   TAKEN FROM THE ROWS CARRYING THIS PROGRAM'S NAME; WHEN IT    *
004220*   IS ABSENT THE RUN PROMPTS AT THE CONSOLE AS BEFORE.          *
004230******************************************************************
004240 1010-LOAD-RUN-PARMS.
004250     MOVE ZERO TO CIF-PARM-COUNT.
004260     MOVE 'N' TO CIF-PARM-EOF-SWITCH.
004270     OPEN INPUT RUN-PARM-FILE.
004280     IF CIF-RUNPARM-STATUS NOT = '00'
004290         GO TO 1010-EXIT
004300     END-IF.
004310     MOVE 'Y' TO CIF-UNATTENDED-SWITCH.
004320     DISPLAY 'DORMANT - UNATTENDED MODE - ANSWERS FROM '
004330         'RUN PARAMETER FILE'.
004340     PERFORM 1015-READ-RUN-PARM THRU 1015-EXIT
004350         UNTIL CIF-PARM-EOF.
004360     CLOSE RUN-PARM-FILE.
004370 1010-EXIT.
004380     EXIT.
004390
004400******************************************************************
004410*   1015-READ-RUN-PARM                                           *
004420*   READS ONE RUN PARAMETER ROW, KEEPING THE ROWS ADDRESSED TO   *
004430*   THIS PROGRAM.                                                *
004440******************************************************************
004450 1015-READ-RUN-PARM.
004460     READ RUN-PARM-FILE
004470         AT END
004480             MOVE 'Y' TO CIF-PARM-EOF-SWITCH
004490         NOT AT END
004500             IF CIF-PRM-PROGRAM-ID = CIF-MY-PROGRAM-ID
004510                 IF CIF-PARM-COUNT < 10
004520                     ADD 1 TO CIF-PARM-COUNT
004530                     MOVE CIF-PRM-KEYWORD
004540                         TO CIF-PTBL-KEYWORD (CIF-PARM-COUNT)
004550                     MOVE CIF-PRM-VALUE
004560                         TO CIF-PTBL-VALUE (CIF-PARM-COUNT)
004570                 END-IF
004580             END-IF
004590     END-READ.
004600     IF NOT CIF-PARM-EOF
004610         IF CIF-RUNPARM-STATUS NOT = '00'
004620             DISPLAY 'DORMANT - RUN PARAMETER READ FAILED '
004630                 '- STATUS ' CIF-RUNPARM-STATUS
004640             MOVE 'Y' TO CIF-PARM-EOF-SWITCH
004650         END-IF
004660     END-IF.
004670 1015-EXIT.
004680     EXIT.
004690
004700******************************************************************
004710*   1020-FIND-RUN-PARM                                           *
004720*   SEARCHES THE PARAMETER TABLE FOR THE KEYWORD IN              *
004730*   CIF-PARM-WANT-KEY, LEAVING ITS VALUE IN                      *
004740*   CIF-PARM-VALUE-WORK WHEN FOUND.                              *
004750******************************************************************
004760 1020-FIND-RUN-PARM.
004770     MOVE 'N' TO CIF-PARM-FOUND-SWITCH.
004780     MOVE SPACES TO CIF-PARM-VALUE-WORK.
004790     PERFORM 1025-MATCH-RUN-PARM THRU 1025-EXIT
004800         VARYING CIF-PARM-IDX FROM 1 BY 1
004810         UNTIL CIF-PARM-IDX > CIF-PARM-COUNT OR CIF-PARM-FOUND.
004820 1020-EXIT.
004830     EXIT.
004840
004850******************************************************************
004860*   1025-MATCH-RUN-PARM                                          *
004870*   COMPARES ONE PARAMETER TABLE ENTRY AGAINST THE KEYWORD       *
004880*   WANTED.                                                      *
004890******************************************************************
004900 1025-MATCH-RUN-PARM.
004910     IF CIF-PTBL-KEYWORD (CIF-PARM-IDX) = CIF-PARM-WANT-KEY
004920         MOVE 'Y' TO CIF-PARM-FOUND-SWITCH
004930         MOVE CIF-PTBL-VALUE (CIF-PARM-IDX)
004940             TO CIF-PARM-VALUE-WORK
004950     END-IF.
004960 1025-EXIT.
004970     EXIT.
004980
004990******************************************************************
005000*   1030-PARM-MISSING                                            *
005010*   FAILS THE JOB WITH RETURN CODE 12 WHEN A REQUIRED RUN        *
005020*   PARAMETER IS MISSING FROM AN UNATTENDED RUN.                 *
005030******************************************************************
005040 1030-PARM-MISSING.
005050     DISPLAY 'DORMANT - REQUIRED RUN PARAMETER '
005060         CIF-PARM-WANT-KEY ' MISSING - JOB FAILING'.
005070     MOVE 12 TO RETURN-CODE.
005080     MOVE 'Y' TO CIF-ABORT-SWITCH.
005090 1030-EXIT.
005100     EXIT.
005110
005120
005130******************************************************************
005140*   1040-GET-DORMANT-DAYS                                        *
005150*   OBTAINS THE NUMBER OF DAYS WITHOUT ACTIVITY AFTER WHICH AN   *
005160*   ACCOUNT IS DORMANT AND IS SENT A NOTICE - THE DORMDAYS RUN   *
005170*   PARAMETER ON AN UNATTENDED RUN, OTHERWISE THE OPERATOR'S     *
005180*   ANSWER, WHERE A BLANK ANSWER TAKES THE STANDARD THRESHOLD.   *
005190******************************************************************
005200 1040-GET-DORMANT-DAYS.
005210     IF CIF-UNATTENDED
005220         MOVE 'DORMDAYS' TO CIF-PARM-WANT-KEY
005230         PERFORM 1020-FIND-RUN-PARM THRU 1020-EXIT
005240         IF NOT CIF-PARM-FOUND
005250             PERFORM 1030-PARM-MISSING THRU 1030-EXIT
005260             GO TO 1040-EXIT
005270         END-IF
005280         MOVE CIF-PARM-VALUE-WORK(1:4) TO CIF-DORM-DAYS-ENTRY
005290     ELSE
005300         DISPLAY 'DAYS WITHOUT ACTIVITY BEFORE AN ACCOUNT IS '
005310             'DORMANT (BLANK = ' CIF-DEFAULT-DORM-DAYS ') : '
005320         ACCEPT CIF-DORM-DAYS-ENTRY
005330     END-IF.
005340     IF CIF-DORM-DAYS-ENTRY = SPACES
005350         MOVE CIF-DEFAULT-DORM-DAYS TO CIF-DORM-DAYS
005360         GO TO 1040-EXIT
005370     END-IF.
005380     IF CIF-DORM-DAYS-ENTRY IS NOT NUMERIC
005390             OR CIF-DORM-DAYS-ENTRY = '0000'
005400         DISPLAY 'DORMANT - DORMANCY DAYS NOT A 4-DIGIT NUMBER '
005410             'ABOVE ZERO - ' CIF-DORM-DAYS-ENTRY ' - JOB FAILING'
005420         MOVE 12 TO RETURN-CODE
005430         MOVE 'Y' TO CIF-ABORT-SWITCH
005440         GO TO 1040-EXIT
005450     END-IF.
005460     MOVE CIF-DORM-DAYS-ENTRY TO CIF-DORM-DAYS.
005470 1040-EXIT.
005480     EXIT.
005490
005500******************************************************************
005510*   1045-GET-GRACE-DAYS                                          *
005520*   OBTAINS THE GRACE PERIOD IN DAYS BETWEEN THE DORMANCY NOTICE *
005530*   AND INACTIVATION - THE GRACEDAYS RUN PARAMETER ON AN         *
005540*   UNATTENDED RUN, OTHERWISE THE OPERATOR'S ANSWER, WHERE A     *
005550*   BLANK ANSWER TAKES THE STANDARD PERIOD.                      *
005560******************************************************************
005570 1045-GET-GRACE-DAYS.
005580     IF CIF-UNATTENDED
005590         MOVE 'GRACEDAYS' TO CIF-PARM-WANT-KEY
005600         PERFORM 1020-FIND-RUN-PARM THRU 1020-EXIT
005610         IF NOT CIF-PARM-FOUND
005620             PERFORM 1030-PARM-MISSING THRU 1030-EXIT
005630             GO TO 1045-EXIT
005640         END-IF
005650         MOVE CIF-PARM-VALUE-WORK(1:3) TO CIF-GRACE-DAYS-ENTRY
005660     ELSE
005670         DISPLAY 'GRACE DAYS AFTER THE NOTICE BEFORE AN ACCOUNT '
005680             'IS INACTIVATED (BLANK = ' CIF-DEFAULT-GRACE-DAYS
005690             ') : '
005700         ACCEPT CIF-GRACE-DAYS-ENTRY
005710     END-IF.
005720     IF CIF-GRACE-DAYS-ENTRY = SPACES
005730         MOVE CIF-DEFAULT-GRACE-DAYS TO CIF-GRACE-DAYS
005740         GO TO 1045-EXIT
005750     END-IF.
005760     IF CIF-GRACE-DAYS-ENTRY IS NOT NUMERIC
005770         DISPLAY 'DORMANT - GRACE DAYS NOT NUMERIC - '
005780             CIF-GRACE-DAYS-ENTRY ' - JOB FAILING'
005790         MOVE 12 TO RETURN-CODE
005800         MOVE 'Y' TO CIF-ABORT-SWITCH
005810         GO TO 1045-EXIT
005820     END-IF.
005830     MOVE CIF-GRACE-DAYS-ENTRY TO CIF-GRACE-DAYS.
005840 1045-EXIT.
005850     EXIT.
005860
005870******************************************************************
005880*   1090-CHECK-RUN-HISTORY                                       *
005890*   SCANS THE SHARED RUN-HISTORY FILE FOR AN END RECORD SHOWING  *
005900*   THIS PROGRAM ALREADY COMPLETED CLEAN TODAY, AND WARNS THE    *
005910*   OPERATOR BEFORE LETTING THE JOB RUN AGAIN.                   *
005920******************************************************************
005930 1090-CHECK-RUN-HISTORY.
005940     MOVE 'N' TO CIF-RUNH-EOF-SWITCH.
005950     MOVE 'N' TO CIF-RUNH-DONE-SWITCH.
005960     OPEN INPUT RUN-HISTORY-FILE.
005970     IF CIF-RUNHIST-STATUS NOT = '00'
005980         GO TO 1090-EXIT
005990     END-IF.
006000     PERFORM 1091-READ-RUN-HISTORY THRU 1091-EXIT
006010         UNTIL CIF-RUNH-EOF.
006020     CLOSE RUN-HISTORY-FILE.
006030
006040     IF CIF-RUNH-DONE-TODAY
006050         IF CIF-UNATTENDED
006060             MOVE 'RERUN' TO CIF-PARM-WANT-KEY
006070             PERFORM 1020-FIND-RUN-PARM THRU 1020-EXIT
006080             IF NOT CIF-PARM-FOUND
006090                 PERFORM 1030-PARM-MISSING THRU 1030-EXIT
006100                 GO TO 1090-EXIT
006110             END-IF
006120             MOVE CIF-PARM-VALUE-WORK(1:1) TO CIF-RESPONSE
006130         ELSE
006140             DISPLAY 'DORMANT ALREADY COMPLETED CLEAN TODAY '
006150                 '- RUN AGAIN (Y/N) ? '
006160             ACCEPT CIF-RESPONSE
006170         END-IF
006180         IF CIF-RESPONSE NOT = 'Y' AND CIF-RESPONSE NOT = 'y'
006190             DISPLAY 'RUN CANCELLED BY OPERATOR'
006200             MOVE 8 TO RETURN-CODE
006210             MOVE 'Y' TO CIF-ABORT-SWITCH
006220         END-IF
006230     END-IF.
006240 1090-EXIT.
006250     EXIT.
006260
006270******************************************************************
006280*   1091-READ-RUN-HISTORY                                        *
006290*   READS ONE RUN-HISTORY RECORD OF THE STARTUP CHECK.           *
006300******************************************************************
006310 1091-READ-RUN-HISTORY.
006320     READ RUN-HISTORY-FILE
006330         AT END
006340             MOVE 'Y' TO CIF-RUNH-EOF-SWITCH
006350         NOT AT END
006360             IF CIF-RUNH-PROGRAM-ID = CIF-MY-PROGRAM-ID AND
006370                     CIF-RUNH-END AND
006380                     CIF-RUNH-RUN-DATE = CIF-RUN-DATE AND
006390                     CIF-RUNH-RETURN-CODE = ZERO
006400                 MOVE 'Y' TO CIF-RUNH-DONE-SWITCH
006410             END-IF
006420     END-READ.
006430     IF NOT CIF-RUNH-EOF
006440         IF CIF-RUNHIST-STATUS NOT = '00'
006450             DISPLAY 'DORMANT - RUN-HISTORY READ FAILED - '
006460                 'STATUS ' CIF-RUNHIST-STATUS
006470                 ' - STARTUP CHECK INCOMPLETE'
006480             MOVE 'Y' TO CIF-RUNH-EOF-SWITCH
006490         END-IF
006500     END-IF.
006510 1091-EXIT.
006520     EXIT.
006530
006540******************************************************************
006550*   1092-CHECK-PREDECESSORS                                      *
006560*   LOOKS UP THIS PROGRAM'S REQUIRED PREDECESSORS ON THE NIGHT-  *
006570*   CYCLE JOB DEPENDENCY TABLE AND PROVES EACH ONE HAS AN END    *
006580*   RECORD ON THE RUN-HISTORY FILE FOR TODAY WITH RETURN CODE    *
006590*   ZERO.  ANY THAT HAS NOT IS NAMED ON THE CONSOLE AND THE RUN  *
006600*   IS REFUSED WITH RETURN CODE 20.  WITHOUT THE TABLE, OR WITH  *
006610*   NO ROWS FOR THIS PROGRAM, THERE IS NOTHING TO WAIT FOR.      *
006620******************************************************************
006630 1092-CHECK-PREDECESSORS.
006640     MOVE ZERO TO CIF-PRED-COUNT.
006650     MOVE ZERO TO CIF-PREDS-BLOCKING.
006660     MOVE 'N' TO CIF-JOBD-EOF-SWITCH.
006670     OPEN INPUT JOB-DEP-FILE.
006680     IF CIF-JOBDEP-STATUS NOT = '00'
006690         GO TO 1092-EXIT
006700     END-IF.
006710     PERFORM 1093-READ-JOB-DEPENDENCY THRU 1093-EXIT
006720         UNTIL CIF-JOBD-EOF.
006730     CLOSE JOB-DEP-FILE.
006740     IF CIF-ABORT OR CIF-PRED-COUNT = ZERO
006750         GO TO 1092-EXIT
006760     END-IF.
006770
006780     MOVE 'N' TO CIF-RUNH-EOF-SWITCH.
006790     OPEN INPUT RUN-HISTORY-FILE.
006800     IF CIF-RUNHIST-STATUS = '00'
006810         PERFORM 1094-READ-PRED-HISTORY THRU 1094-EXIT
006820             UNTIL CIF-RUNH-EOF
006830         CLOSE RUN-HISTORY-FILE
006840     END-IF.
006850     PERFORM 1097-REPORT-PREDECESSOR THRU 1097-EXIT
006860         VARYING CIF-PRED-IDX FROM 1 BY 1
006870         UNTIL CIF-PRED-IDX > CIF-PRED-COUNT.
006880     IF CIF-PREDS-BLOCKING > ZERO
006890         DISPLAY 'DORMANT - PREDECESSORS NOT ENDED CLEAN '
006900             'TODAY : ' CIF-PREDS-BLOCKING ' - RUN REFUSED'
006910         MOVE 20 TO RETURN-CODE
006920         MOVE 'Y' TO CIF-ABORT-SWITCH
006930     END-IF.
006940 1092-EXIT.
006950     EXIT.
006960
006970******************************************************************
006980*   1093-READ-JOB-DEPENDENCY                                     *
006990*   READS ONE JOB DEPENDENCY ROW, TABLING THE PREDECESSORS       *
007000*   NAMED FOR THIS PROGRAM.  A READ FAILURE, OR MORE             *
007010*   PREDECESSORS THAN THE TABLE HOLDS, FAILS THE JOB RATHER      *
007020*   THAN LET IT RUN ON A PARTIAL CHECK.                          *
007030******************************************************************
007040 1093-READ-JOB-DEPENDENCY.
007050     READ JOB-DEP-FILE
007060         AT END
007070             MOVE 'Y' TO CIF-JOBD-EOF-SWITCH
007080             GO TO 1093-EXIT
007090     END-READ.
007100     IF CIF-JOBDEP-STATUS NOT = '00'
007110         DISPLAY 'DORMANT - JOB DEPENDENCY READ FAILED - '
007120             'STATUS ' CIF-JOBDEP-STATUS ' - JOB FAILING'
007130         MOVE 16 TO RETURN-CODE
007140         MOVE 'Y' TO CIF-ABORT-SWITCH
007150         MOVE 'Y' TO CIF-JOBD-EOF-SWITCH
007160         GO TO 1093-EXIT
007170     END-IF.
007180     IF CIF-JOBD-PROGRAM-ID NOT = CIF-MY-PROGRAM-ID
007190             OR CIF-JOBD-PRED-ID = SPACES
007200         GO TO 1093-EXIT
007210     END-IF.
007220     IF CIF-PRED-COUNT >= 10
007230         DISPLAY 'DORMANT - MORE THAN 10 PREDECESSORS ON THE '
007240             'JOB DEPENDENCY TABLE - JOB FAILING'
007250         MOVE 16 TO RETURN-CODE
007260         MOVE 'Y' TO CIF-ABORT-SWITCH
007270         MOVE 'Y' TO CIF-JOBD-EOF-SWITCH
007280         GO TO 1093-EXIT
007290     END-IF.
007300     ADD 1 TO CIF-PRED-COUNT.
007310     MOVE CIF-JOBD-PRED-ID
007320         TO CIF-PRED-PROGRAM-ID (CIF-PRED-COUNT).
007330     MOVE 'N' TO CIF-PRED-CLEAN-SW (CIF-PRED-COUNT).
007340 1093-EXIT.
007350     EXIT.
007360
007370******************************************************************
007380*   1094-READ-PRED-HISTORY                                       *
007390*   READS ONE RUN-HISTORY RECORD OF THE PREDECESSOR CHECK.  EACH *
007400*   END RECORD FOR TODAY, IN FILE ORDER, MARKS THAT PROGRAM DONE *
007410*   OR NOT DONE, SO ITS LATEST RUN DECIDES - A CLEAN RUN         *
007420*   FOLLOWED BY A FAILED RERUN IS NOT DONE.  A READ ERROR ENDS   *
007430*   THE SCAN, LEAVING ANY PREDECESSOR NOT YET SEEN UNPROVEN.     *
007440******************************************************************
007450 1094-READ-PRED-HISTORY.
007460     READ RUN-HISTORY-FILE
007470         AT END
007480             MOVE 'Y' TO CIF-RUNH-EOF-SWITCH
007490         NOT AT END
007500             IF CIF-RUNH-END AND
007510                     CIF-RUNH-RUN-DATE = CIF-RUN-DATE
007520                 PERFORM 1096-MATCH-PREDECESSOR THRU 1096-EXIT
007530                     VARYING CIF-PRED-IDX FROM 1 BY 1
007540                     UNTIL CIF-PRED-IDX > CIF-PRED-COUNT
007550             END-IF
007560     END-READ.
007570     IF NOT CIF-RUNH-EOF
007580         IF CIF-RUNHIST-STATUS NOT = '00'
007590             DISPLAY 'DORMANT - RUN-HISTORY READ FAILED - '
007600                 'STATUS ' CIF-RUNHIST-STATUS
007610                 ' - PREDECESSOR CHECK INCOMPLETE'
007620             MOVE 'Y' TO CIF-RUNH-EOF-SWITCH
007630         END-IF
007640     END-IF.
007650 1094-EXIT.
007660     EXIT.
007670
007680******************************************************************
007690*   1095-WRITE-RUN-START                                         *
007700*   APPENDS THIS RUN'S START RECORD TO THE RUN-HISTORY FILE,     *
007710*   WHICH STAYS OPEN UNTIL THE END RECORD IS WRITTEN AT          *
007720*   TERMINATION.                                                 *
007730******************************************************************
007740 1095-WRITE-RUN-START.
007750     OPEN EXTEND RUN-HISTORY-FILE.
007760     IF CIF-RUNHIST-STATUS NOT = '00'
007770         OPEN OUTPUT RUN-HISTORY-FILE
007780     END-IF.
007790     MOVE SPACES            TO RUN-HISTORY-RECORD.
007800     MOVE CIF-MY-PROGRAM-ID TO CIF-RUNH-PROGRAM-ID.
007810     MOVE 'START'           TO CIF-RUNH-REC-TYPE.
007820     MOVE CIF-RUN-DATE      TO CIF-RUNH-RUN-DATE.
007830     MOVE CIF-START-TIME    TO CIF-RUNH-RUN-TIME.
007840     MOVE ZERO              TO CIF-RUNH-RECS-READ.
007850     MOVE ZERO              TO CIF-RUNH-RECS-WRITTEN.
007860     MOVE ZERO              TO CIF-RUNH-RECS-REJECTED.
007870     MOVE ZERO              TO CIF-RUNH-RETURN-CODE.
007880     WRITE RUN-HISTORY-RECORD.
007890     MOVE 'Y' TO CIF-RUNH-STARTED-SWITCH.
007900 1095-EXIT.
007910     EXIT.
007920
007930******************************************************************
007940*   1096-MATCH-PREDECESSOR                                       *
007950*   WHEN THE END RECORD IN HAND IS ONE PREDECESSOR'S OWN, MARKS  *
007960*   IT DONE FOR A CLEAN END AND NOT DONE FOR ANY OTHER.          *
007970******************************************************************
007980 1096-MATCH-PREDECESSOR.
007990     IF CIF-PRED-PROGRAM-ID (CIF-PRED-IDX) = CIF-RUNH-PROGRAM-ID
008000         IF CIF-RUNH-RETURN-CODE = ZERO
008010             MOVE 'Y' TO CIF-PRED-CLEAN-SW (CIF-PRED-IDX)
008020         ELSE
008030             MOVE 'N' TO CIF-PRED-CLEAN-SW (CIF-PRED-IDX)
008040         END-IF
008050     END-IF.
008060 1096-EXIT.
008070     EXIT.
008080
008090******************************************************************
008100*   1097-REPORT-PREDECESSOR                                      *
008110*   NAMES ONE PREDECESSOR ON THE CONSOLE WHEN IT HAS NOT ENDED   *
008120*   CLEAN TODAY, AND COUNTS IT AGAINST THE RUN.                  *
008130******************************************************************
008140 1097-REPORT-PREDECESSOR.
008150     IF NOT CIF-PRED-CLEAN (CIF-PRED-IDX)
008160         DISPLAY 'DORMANT - PREDECESSOR '
008170             CIF-PRED-PROGRAM-ID (CIF-PRED-IDX)
008180             ' HAS NOT ENDED CLEAN TODAY'
008190         ADD 1 TO CIF-PREDS-BLOCKING
008200     END-IF.
008210 1097-EXIT.
008220     EXIT.
008230
008240******************************************************************
008250*   1100-READ-CUSTOMER                                           *
008260******************************************************************
008270 1100-READ-CUSTOMER.
008280     READ CUSTOMER-MASTER NEXT RECORD
008290         AT END
008300             MOVE 'Y' TO CIF-EOF-SWITCH
008310         NOT AT END
008320             ADD 1 TO CIF-RECS-READ
008330     END-READ.
008340     IF NOT CIF-EOF
008350         IF CIF-CUSTMAST-STATUS NOT = '00' AND
008360                 CIF-CUSTMAST-STATUS NOT = '02'
008370             DISPLAY 'DORMANT - CUSTOMER-MASTER READ FAILED '
008380                 '- STATUS ' CIF-CUSTMAST-STATUS
008390                 ' - JOB FAILING'
008400             MOVE 16 TO RETURN-CODE
008410             MOVE 'Y' TO CIF-ABORT-SWITCH
008420             MOVE 'Y' TO CIF-EOF-SWITCH
008430         END-IF
008440     END-IF.
008450 1100-EXIT.
008460     EXIT.
008470******************************************************************
008480*   2000-PROCESS-RECORD                                          *
008490*   CLASSIFIES EVERY ACTIVE RECORD.  THE MASTER IS NOT TOUCHED   *
008500*   IN THIS PASS - NOTICE DATES AND STATUS CHANGES ARE APPLIED   *
008510*   BY 8500-UPDATE-MASTER ONLY AFTER THE WHOLE LETTER FILE AND   *
008520*   REGISTER HAVE WRITTEN CLEAN.                                 *
008530******************************************************************
008540 2000-PROCESS-RECORD.
008550     IF CIF-CUST-ACTIVE
008560         ADD 1 TO CIF-RECS-ACTIVE
008570         PERFORM 2100-CLASSIFY-ACCOUNT THRU 2100-EXIT
008580         IF NOT CIF-ACTION-NONE
008590             PERFORM 2200-TAKE-ACTION THRU 2200-EXIT
008600         END-IF
008610     END-IF.
008620     IF NOT CIF-EOF
008630         PERFORM 1100-READ-CUSTOMER THRU 1100-EXIT
008640     END-IF.
008650 2000-EXIT.
008660     EXIT.
008670
008680******************************************************************
008690*   2100-CLASSIFY-ACCOUNT                                        *
008700*   WORKS OUT WHAT, IF ANYTHING, IS DUE ON THE ACTIVE RECORD IN  *
008710*   HAND.  A RECORD WITH NO LAST-ACTIVITY DATE (WRITTEN BEFORE   *
008720*   THE FIELD EXISTED) IS TAKEN AS LAST ACTIVE ON ITS ENTRY      *
008730*   DATE.  A NOTICE OLDER THAN THE LAST ACTIVITY IS SPENT AND    *
008740*   IS IGNORED.  A DATE THAT CANNOT BE READ IS LEFT ALONE.       *
008750*     NOT NOTICED, IDLE PAST THE THRESHOLD   - NOTICE (N)        *
008760*     NOTICED, GRACE PERIOD RUN OUT          - INACTIVATE (I)    *
008770*     NOTICED, STILL WITHIN THE GRACE PERIOD - COUNTED ONLY      *
008780*   A NOTICE DUE TO AN ADDRESS FLAGGED UNDELIVERABLE IS HELD -   *
008790*   COUNTED ONLY - UNTIL THE ADDRESS IS CORRECTED.               *
008800******************************************************************
008810 2100-CLASSIFY-ACCOUNT.
008820     MOVE SPACE TO CIF-ACTION-WORK.
008830     IF CIF-CUST-LAST-ACT-DATE = SPACES
008840         MOVE CIF-CUST-ENTRY-DATE TO CIF-LAST-ACT-WORK
008850     ELSE
008860         MOVE CIF-CUST-LAST-ACT-DATE TO CIF-LAST-ACT-WORK
008870     END-IF.
008880
008890     IF NOT CIF-CUST-NOT-NOTICED
008900             AND CIF-CUST-NOTICE-DATE NOT < CIF-LAST-ACT-WORK
008910         MOVE CIF-CUST-NOTICE-DATE TO CIF-DTE-DATE
008920         PERFORM 7900-COMPUTE-DAY-NUMBER THRU 7900-EXIT
008930         IF CIF-DTE-DAY-NUMBER = ZERO
008940                 OR CIF-DTE-DAY-NUMBER > CIF-RUN-DAY-NUMBER
008950             GO TO 2100-EXIT
008960         END-IF
008970         COMPUTE CIF-NOTICE-AGE =
008980             CIF-RUN-DAY-NUMBER - CIF-DTE-DAY-NUMBER
008990         IF CIF-NOTICE-AGE > CIF-GRACE-DAYS
009000             MOVE 'I' TO CIF-ACTION-WORK
009010         ELSE
009020             ADD 1 TO CIF-ACCTS-IN-GRACE
009030         END-IF
009040         GO TO 2100-EXIT
009050     END-IF.
009060
009070     MOVE CIF-LAST-ACT-WORK TO CIF-DTE-DATE.
009080     PERFORM 7900-COMPUTE-DAY-NUMBER THRU 7900-EXIT.
009090     IF CIF-DTE-DAY-NUMBER = ZERO
009100             OR CIF-DTE-DAY-NUMBER > CIF-RUN-DAY-NUMBER
009110         GO TO 2100-EXIT
009120     END-IF.
009130     COMPUTE CIF-IDLE-DAYS =
009140         CIF-RUN-DAY-NUMBER - CIF-DTE-DAY-NUMBER.
009150     IF CIF-IDLE-DAYS > CIF-DORM-DAYS
009160         IF CIF-CUST-UNDELIVERABLE
009170             ADD 1 TO CIF-NOTICES-HELD
009180         ELSE
009190             MOVE 'N' TO CIF-ACTION-WORK
009200         END-IF
009210     END-IF.
009220 2100-EXIT.
009230     EXIT.
009240
009250******************************************************************
009260*   2200-TAKE-ACTION                                             *
009270*   RECORDS THE ACCOUNT FOR THE UPDATE PASS, PRODUCES THE NOTICE *
009280*   LETTER WHEN ONE IS DUE, AND LISTS THE ACCOUNT ON THE         *
009290*   REGISTER.                                                    *
009300******************************************************************
009310 2200-TAKE-ACTION.
009320     IF CIF-ACT-COUNT >= CIF-ACT-MAX
009330         DISPLAY 'DORMANT - ACTION TABLE FULL AT ' CIF-ACT-MAX
009340             ' - JOB FAILING'
009350         MOVE 16 TO RETURN-CODE
009360         MOVE 'Y' TO CIF-ABORT-SWITCH
009370         MOVE 'Y' TO CIF-EOF-SWITCH
009380         GO TO 2200-EXIT
009390     END-IF.
009400     ADD 1 TO CIF-ACT-COUNT.
009410     MOVE CIF-CUST-KEY    TO CIF-ACT-ACCT (CIF-ACT-COUNT).
009420     MOVE CIF-ACTION-WORK TO CIF-ACT-CODE (CIF-ACT-COUNT).
009430     IF CIF-ACTION-NOTICE
009440         PERFORM 3000-WRITE-LETTER THRU 3000-EXIT
009450     ELSE
009460         ADD 1 TO CIF-ACCTS-TO-INACTIVATE
009470     END-IF.
009480     IF NOT CIF-ABORT
009490         PERFORM 4000-WRITE-REGISTER-DETAIL THRU 4000-EXIT
009500     END-IF.
009510 2200-EXIT.
009520     EXIT.
009530
009540******************************************************************
009550*   3000-WRITE-LETTER                                            *
009560*   WRITES ONE FORMATTED DORMANCY NOTICE FROM THE MASTER RECORD  *
009570*   IN HAND.                                                     *
009580******************************************************************
009590 3000-WRITE-LETTER.
009600     MOVE SPACES TO CIF-LETTER-LINE.
009610     MOVE CIF-RUN-DATE-EDIT TO CIF-LETTER-LINE(1:10).
009620     PERFORM 3100-PUT-LETTER-LINE THRU 3100-EXIT.
009630
009640     MOVE SPACES TO CIF-LETTER-LINE.
009650     PERFORM 3100-PUT-LETTER-LINE THRU 3100-EXIT.
009660
009670     MOVE CIF-CUST-NAME TO CIF-LETTER-LINE.
009680     PERFORM 3100-PUT-LETTER-LINE THRU 3100-EXIT.
009690
009700     MOVE CIF-CUST-ADDR-STREET TO CIF-LETTER-LINE.
009710     PERFORM 3100-PUT-LETTER-LINE THRU 3100-EXIT.
009720
009730     MOVE CIF-CUST-ADDR-CITY  TO CIF-CSZ-CITY.
009740     MOVE CIF-CUST-ADDR-STATE TO CIF-CSZ-STATE.
009750     MOVE CIF-CUST-ADDR-ZIP   TO CIF-CSZ-ZIP.
009760     MOVE CIF-CSZ-LINE TO CIF-LETTER-LINE.
009770     PERFORM 3100-PUT-LETTER-LINE THRU 3100-EXIT.
009780
009790     MOVE SPACES TO CIF-LETTER-LINE.
009800     PERFORM 3100-PUT-LETTER-LINE THRU 3100-EXIT.
009810
009820     MOVE SPACES TO CIF-LETTER-LINE.
009830     MOVE 'DEAR ' TO CIF-LETTER-LINE(1:5).
009840     MOVE CIF-CUST-NAME(1:50) TO CIF-LETTER-LINE(6:50).
009850     PERFORM 3100-PUT-LETTER-LINE THRU 3100-EXIT.
009860
009870     MOVE SPACES TO CIF-LETTER-LINE.
009880     PERFORM 3100-PUT-LETTER-LINE THRU 3100-EXIT.
009890
009900     MOVE SPACES TO CIF-LETTER-LINE.
009910     MOVE 'THERE HAS BEEN NO ACTIVITY ON ACCOUNT '
009920         TO CIF-LETTER-LINE(1:38).
009930     MOVE CIF-CUST-KEY TO CIF-LETTER-LINE(39:9).
009940     MOVE ' SINCE' TO CIF-LETTER-LINE(48:6).
009950     PERFORM 3100-PUT-LETTER-LINE THRU 3100-EXIT.
009960
009970     MOVE SPACES TO CIF-LETTER-LINE.
009980     MOVE CIF-LAST-ACT-WORK(5:2) TO CIF-LETTER-LINE(1:2).
009990     MOVE '/'                    TO CIF-LETTER-LINE(3:1).
010000     MOVE CIF-LAST-ACT-WORK(7:2) TO CIF-LETTER-LINE(4:2).
010010     MOVE '/'                    TO CIF-LETTER-LINE(6:1).
010020     MOVE CIF-LAST-ACT-WORK(1:4) TO CIF-LETTER-LINE(7:4).
010030     MOVE '.  UNLESS THE ACCOUNT IS USED, OR YOU CONTACT'
010040         TO CIF-LETTER-LINE(11:45).
010050     PERFORM 3100-PUT-LETTER-LINE THRU 3100-EXIT.
010060
010070     MOVE SPACES TO CIF-LETTER-LINE.
010080     MOVE 'YOUR BRANCH, WITHIN ' TO CIF-LETTER-LINE(1:20).
010090     MOVE CIF-GRACE-DAYS TO CIF-LETTER-LINE(21:3).
010100     MOVE ' DAYS IT WILL BE MADE INACTIVE.'
010110         TO CIF-LETTER-LINE(24:31).
010120     PERFORM 3100-PUT-LETTER-LINE THRU 3100-EXIT.
010130
010140     MOVE SPACES TO CIF-LETTER-LINE.
010150     PERFORM 3100-PUT-LETTER-LINE THRU 3100-EXIT.
010160
010170     MOVE 'PLEASE QUOTE YOUR ACCOUNT NUMBER WHEN YOU WRITE.'
010180         TO CIF-LETTER-LINE.
010190     PERFORM 3100-PUT-LETTER-LINE THRU 3100-EXIT.
010200
010210     MOVE SPACES TO CIF-LETTER-LINE.
010220     PERFORM 3100-PUT-LETTER-LINE THRU 3100-EXIT.
010230
010240     MOVE 'SINCERELY,' TO CIF-LETTER-LINE.
010250     PERFORM 3100-PUT-LETTER-LINE THRU 3100-EXIT.
010260     MOVE 'DATA PROCESSING' TO CIF-LETTER-LINE.
010270     PERFORM 3100-PUT-LETTER-LINE THRU 3100-EXIT.
010280
010290     MOVE ALL '-' TO CIF-LETTER-LINE.
010300     PERFORM 3100-PUT-LETTER-LINE THRU 3100-EXIT.
010310
010320     IF NOT CIF-ABORT
010330         ADD 1 TO CIF-LETTERS-PRODUCED
010340     END-IF.
010350 3000-EXIT.
010360     EXIT.
010370
010380******************************************************************
010390*   3100-PUT-LETTER-LINE                                         *
010400*   WRITES ONE LETTER LINE, FAILING THE RUN ON A WRITE ERROR     *
010410*   SO NO NOTICE DATE CAN BE SET FOR A LETTER THAT NEVER         *
010420*   PRINTED.                                                     *
010430******************************************************************
010440 3100-PUT-LETTER-LINE.
010450     IF CIF-ABORT
010460         GO TO 3100-EXIT
010470     END-IF.
010480     WRITE CIF-LETTER-LINE.
010490     IF CIF-LETTER-STATUS NOT = '00'
010500         DISPLAY 'DORMANT - LETTER WRITE FAILED - KEY '
010510             CIF-CUST-KEY ' STATUS ' CIF-LETTER-STATUS
010520             ' - JOB FAILING'
010530         MOVE 16 TO RETURN-CODE
010540         MOVE 'Y' TO CIF-ABORT-SWITCH
010550         MOVE 'Y' TO CIF-EOF-SWITCH
010560     END-IF.
010570 3100-EXIT.
010580     EXIT.
010590
010600******************************************************************
010610*   4000-WRITE-REGISTER-DETAIL                                   *
010620*   WRITES ONE REGISTER LINE FOR THE ACCOUNT JUST NOTICED OR     *
010630*   DUE FOR INACTIVATION.                                        *
010640******************************************************************
010650 4000-WRITE-REGISTER-DETAIL.
010660     IF CIF-LINE-COUNT >= CIF-LINES-PER-PAGE OR CIF-PAGE-NO = 0
010670         PERFORM 4100-WRITE-HEADINGS THRU 4100-EXIT
010680     END-IF.
010690
010700     MOVE SPACES              TO CIF-PRINT-LINE-DETAIL.
010710     MOVE CIF-CUST-KEY        TO CIF-D-ACCT-NO.
010720     MOVE CIF-CUST-NAME(1:30) TO CIF-D-NAME.
010730     MOVE CIF-CUST-BRANCH     TO CIF-D-BRANCH.
010740     MOVE CIF-LAST-ACT-WORK   TO CIF-D-LAST-ACT.
010750     IF CIF-ACTION-NOTICE
010760         MOVE 'NOTICE SENT'         TO CIF-D-ACTION
010770     ELSE
010780         MOVE 'INACTIVATED'         TO CIF-D-ACTION
010790     END-IF.
010800     MOVE CIF-PRINT-LINE-DETAIL TO CIF-REPORT-LINE.
010810     WRITE CIF-REPORT-LINE.
010820     ADD 1 TO CIF-LINE-COUNT.
010830 4000-EXIT.
010840     EXIT.
010850
010860******************************************************************
010870*   4100-WRITE-HEADINGS                                          *
010880******************************************************************
010890 4100-WRITE-HEADINGS.
010900     ADD 1 TO CIF-PAGE-NO.
010910
010920     MOVE SPACES                  TO CIF-PRINT-LINE-HEAD-1.
010930     MOVE 'DORMANT ACCOUNT REGISTER'    TO CIF-H1-TITLE.
010940     MOVE 'PAGE '                       TO CIF-H1-PAGE-LIT.
010950     MOVE CIF-PAGE-NO                   TO CIF-H1-PAGE-NO.
010960     MOVE CIF-PRINT-LINE-HEAD-1    TO CIF-REPORT-LINE.
010970     WRITE CIF-REPORT-LINE.
010980
010990     MOVE SPACES                  TO CIF-PRINT-LINE-HEAD-2.
011000     MOVE 'RUN DATE: '                  TO CIF-H2-DATE-LIT.
011010     MOVE CIF-RUN-DATE-EDIT              TO CIF-H2-RUN-DATE.
011020     MOVE CIF-PRINT-LINE-HEAD-2    TO CIF-REPORT-LINE.
011030     WRITE CIF-REPORT-LINE.
011040
011050     MOVE SPACES                  TO CIF-REPORT-LINE.
011060     WRITE CIF-REPORT-LINE.
011070
011080     MOVE SPACES                  TO CIF-PRINT-LINE-HEAD-3.
011090     MOVE 'ACCOUNT NO'                  TO CIF-H3-ACCT-LIT.
011100     MOVE 'CUSTOMER NAME'                TO CIF-H3-NAME-LIT.
011110     MOVE 'BRANCH'                       TO CIF-H3-BRANCH-LIT.
011120     MOVE 'LAST ACT'                     TO CIF-H3-LAST-LIT.
011130     MOVE 'ACTION'                       TO CIF-H3-ACTION-LIT.
011140     MOVE CIF-PRINT-LINE-HEAD-3    TO CIF-REPORT-LINE.
011150     WRITE CIF-REPORT-LINE.
011160
011170     MOVE ZERO TO CIF-LINE-COUNT.
011180 4100-EXIT.
011190     EXIT.
011200
011210******************************************************************
011220*   7900-COMPUTE-DAY-NUMBER                                      *
011230*   TURNS THE YYYYMMDD DATE IN CIF-DTE-DATE INTO A RUNNING DAY   *
011240*   NUMBER IN CIF-DTE-DAY-NUMBER - DAYS IN THE WHOLE YEARS       *
011250*   BEFORE IT, LEAP DAYS INCLUDED, PLUS DAYS SO FAR THIS YEAR.   *
011260*   A DATE THAT IS NOT NUMERIC OR HAS NO SUCH MONTH GIVES ZERO.  *
011270******************************************************************
011280 7900-COMPUTE-DAY-NUMBER.
011290     MOVE ZERO TO CIF-DTE-DAY-NUMBER.
011300     IF CIF-DTE-DATE IS NOT NUMERIC
011310         GO TO 7900-EXIT
011320     END-IF.
011330     IF CIF-DTE-YYYY = ZERO
011340             OR CIF-DTE-MM < 1 OR CIF-DTE-MM > 12
011350             OR CIF-DTE-DD < 1 OR CIF-DTE-DD > 31
011360         GO TO 7900-EXIT
011370     END-IF.
011380     COMPUTE CIF-DTE-PRIOR-YEARS = CIF-DTE-YYYY - 1.
011390     COMPUTE CIF-DTE-DAY-NUMBER = CIF-DTE-PRIOR-YEARS * 365
011400         + CIF-CUM-DAYS (CIF-DTE-MM) + CIF-DTE-DD.
011410     DIVIDE CIF-DTE-PRIOR-YEARS BY 4 GIVING CIF-DTE-QUOTIENT.
011420     ADD CIF-DTE-QUOTIENT TO CIF-DTE-DAY-NUMBER.
011430     DIVIDE CIF-DTE-PRIOR-YEARS BY 100 GIVING CIF-DTE-QUOTIENT.
011440     SUBTRACT CIF-DTE-QUOTIENT FROM CIF-DTE-DAY-NUMBER.
011450     DIVIDE CIF-DTE-PRIOR-YEARS BY 400 GIVING CIF-DTE-QUOTIENT.
011460     ADD CIF-DTE-QUOTIENT TO CIF-DTE-DAY-NUMBER.
011470
011480     MOVE 'N' TO CIF-DTE-LEAP-SWITCH.
011490     DIVIDE CIF-DTE-YYYY BY 4 GIVING CIF-DTE-QUOTIENT
011500         REMAINDER CIF-DTE-REM-4.
011510     DIVIDE CIF-DTE-YYYY BY 100 GIVING CIF-DTE-QUOTIENT
011520         REMAINDER CIF-DTE-REM-100.
011530     DIVIDE CIF-DTE-YYYY BY 400 GIVING CIF-DTE-QUOTIENT
011540         REMAINDER CIF-DTE-REM-400.
011550     IF CIF-DTE-REM-4 = ZERO
011560         IF CIF-DTE-REM-100 NOT = ZERO OR CIF-DTE-REM-400 = ZERO
011570             MOVE 'Y' TO CIF-DTE-LEAP-SWITCH
011580         END-IF
011590     END-IF.
011600     IF CIF-DTE-LEAP-YEAR AND CIF-DTE-MM > 2
011610         ADD 1 TO CIF-DTE-DAY-NUMBER
011620     END-IF.
011630 7900-EXIT.
011640     EXIT.
011650
011660******************************************************************
011670*   8000-WRITE-REGISTER-TOTALS                                   *
011680*   CLOSES THE REGISTER WITH THE RUN TOTALS AND TIES THE NOTICES *
011690*   AND INACTIVATIONS LISTED TO THE ACCOUNTS HELD FOR UPDATE.    *
011700******************************************************************
011710 8000-WRITE-REGISTER-TOTALS.
011720     IF CIF-PAGE-NO = 0
011730         PERFORM 4100-WRITE-HEADINGS THRU 4100-EXIT
011740     END-IF.
011750
011760     MOVE SPACES              TO CIF-REPORT-LINE.
011770     WRITE CIF-REPORT-LINE.
011780
011790     MOVE SPACES              TO CIF-PRINT-LINE-TOTAL.
011800     MOVE 'RECORDS READ     :'     TO CIF-T-LIT.
011810     MOVE CIF-RECS-READ            TO CIF-T-COUNT.
011820     MOVE CIF-PRINT-LINE-TOTAL TO CIF-REPORT-LINE.
011830     WRITE CIF-REPORT-LINE.
011840
011850     MOVE SPACES              TO CIF-PRINT-LINE-TOTAL.
011860     MOVE 'ACTIVE RECORDS   :'     TO CIF-T-LIT.
011870     MOVE CIF-RECS-ACTIVE          TO CIF-T-COUNT.
011880     MOVE CIF-PRINT-LINE-TOTAL TO CIF-REPORT-LINE.
011890     WRITE CIF-REPORT-LINE.
011900
011910     MOVE SPACES              TO CIF-PRINT-LINE-TOTAL.
011920     MOVE 'NOTICES PRODUCED :'     TO CIF-T-LIT.
011930     MOVE CIF-LETTERS-PRODUCED     TO CIF-T-COUNT.
011940     MOVE CIF-PRINT-LINE-TOTAL TO CIF-REPORT-LINE.
011950     WRITE CIF-REPORT-LINE.
011960
011970     MOVE SPACES              TO CIF-PRINT-LINE-TOTAL.
011980     MOVE 'IN GRACE PERIOD  :'     TO CIF-T-LIT.
011990     MOVE CIF-ACCTS-IN-GRACE       TO CIF-T-COUNT.
012000     MOVE CIF-PRINT-LINE-TOTAL TO CIF-REPORT-LINE.
012010     WRITE CIF-REPORT-LINE.
012020
012030     MOVE SPACES              TO CIF-PRINT-LINE-TOTAL.
012040     MOVE 'HELD UNDELIVERABLE:'    TO CIF-T-LIT.
012050     MOVE CIF-NOTICES-HELD         TO CIF-T-COUNT.
012060     MOVE CIF-PRINT-LINE-TOTAL TO CIF-REPORT-LINE.
012070     WRITE CIF-REPORT-LINE.
012080
012090     MOVE SPACES              TO CIF-PRINT-LINE-TOTAL.
012100     MOVE 'INACTIVATED      :'     TO CIF-T-LIT.
012110     MOVE CIF-ACCTS-TO-INACTIVATE  TO CIF-T-COUNT.
012120     MOVE CIF-PRINT-LINE-TOTAL TO CIF-REPORT-LINE.
012130     WRITE CIF-REPORT-LINE.
012140
012150     DISPLAY 'DORMANT - RECORDS READ     : ' CIF-RECS-READ.
012160     DISPLAY 'DORMANT - NOTICES PRODUCED : '
012170         CIF-LETTERS-PRODUCED.
012180     DISPLAY 'DORMANT - IN GRACE PERIOD  : ' CIF-ACCTS-IN-GRACE.
012190     DISPLAY 'DORMANT - HELD UNDELIVERABLE: ' CIF-NOTICES-HELD.
012200     DISPLAY 'DORMANT - TO INACTIVATE    : '
012210         CIF-ACCTS-TO-INACTIVATE.
012220
012230     IF CIF-LETTERS-PRODUCED + CIF-ACCTS-TO-INACTIVATE
012240             = CIF-ACT-COUNT
012250         DISPLAY 'RECONCILIATION OK - CONTROL TOTALS TIE'
012260     ELSE
012270         DISPLAY 'RECONCILIATION FAILED - NOTICES AND '
012280             'INACTIVATIONS DO NOT TIE TO ACCOUNTS SELECTED '
012290             '- JOB FAILING'
012300         MOVE 16 TO RETURN-CODE
012310         MOVE 'Y' TO CIF-ABORT-SWITCH
012320     END-IF.
012330 8000-EXIT.
012340     EXIT.
012350
012360******************************************************************
012370*   8500-UPDATE-MASTER                                           *
012380*   SECOND PASS, RUN ONLY AFTER THE WHOLE LETTER FILE AND        *
012390*   REGISTER HAVE WRITTEN CLEAN - STAMPS THE NOTICE DATE ON EACH *
012400*   NOTICED ACCOUNT SO A RERUN CANNOT NOTICE IT TWICE, AND SETS  *
012410*   EACH ACCOUNT PAST ITS GRACE PERIOD INACTIVE.  THE COUNTS     *
012420*   UPDATED MUST COME OUT EQUAL TO THE COUNTS LISTED OR THE RUN  *
012430*   FAILS.                                                       *
012440******************************************************************
012450 8500-UPDATE-MASTER.
012460     PERFORM 8510-UPDATE-ONE THRU 8510-EXIT
012470         VARYING CIF-ACT-IDX FROM 1 BY 1
012480         UNTIL CIF-ACT-IDX > CIF-ACT-COUNT OR CIF-ABORT.
012490
012500     IF NOT CIF-ABORT
012510         IF CIF-RECS-NOTICED NOT = CIF-LETTERS-PRODUCED
012520                 OR CIF-RECS-INACTIVATED
012530                     NOT = CIF-ACCTS-TO-INACTIVATE
012540             DISPLAY 'DORMANT - UPDATED COUNTS ' CIF-RECS-NOTICED
012550                 ' / ' CIF-RECS-INACTIVATED
012560                 ' DO NOT TIE TO REGISTER - JOB FAILING'
012570             MOVE 16 TO RETURN-CODE
012580             MOVE 'Y' TO CIF-ABORT-SWITCH
012590         ELSE
012600             DISPLAY 'DORMANT - RECORDS NOTICED  : '
012610                 CIF-RECS-NOTICED
012620             DISPLAY 'DORMANT - RECORDS INACTIVE : '
012630                 CIF-RECS-INACTIVATED
012640         END-IF
012650     END-IF.
012660 8500-EXIT.
012670     EXIT.
012680
012690******************************************************************
012700*   8510-UPDATE-ONE                                              *
012710*   APPLIES ONE TABLED ACTION TO THE MASTER.  AN INACTIVATION IS *
012720*   AUDIT-LOGGED UNDER THIS PROGRAM'S NAME AS THE OPERATOR.  ANY *
012730*   FAILURE FAILS THE RUN - THE ACCOUNTS ALREADY UPDATED WERE    *
012740*   LISTED IN A COMPLETE REGISTER, SO THEY STAY UPDATED.         *
012750******************************************************************
012760 8510-UPDATE-ONE.
012770     MOVE CIF-ACT-ACCT (CIF-ACT-IDX) TO CIF-CUST-KEY.
012780     MOVE CIF-ACT-CODE (CIF-ACT-IDX) TO CIF-ACTION-WORK.
012790     READ CUSTOMER-MASTER
012800         INVALID KEY
012810             DISPLAY 'DORMANT - SELECTED ACCOUNT '
012820                 CIF-CUST-KEY ' NOT ON MASTER - STATUS '
012830                 CIF-CUSTMAST-STATUS ' - JOB FAILING'
012840             MOVE 16 TO RETURN-CODE
012850             MOVE 'Y' TO CIF-ABORT-SWITCH
012860             GO TO 8510-EXIT
012870     END-READ.
012880     IF CIF-CUSTMAST-STATUS NOT = '00'
012890         DISPLAY 'DORMANT - MASTER READ FAILED - KEY '
012900             CIF-CUST-KEY ' STATUS ' CIF-CUSTMAST-STATUS
012910             ' - JOB FAILING'
012920         MOVE 16 TO RETURN-CODE
012930         MOVE 'Y' TO CIF-ABORT-SWITCH
012940         GO TO 8510-EXIT
012950     END-IF.
012960
012970     IF CIF-ACTION-NOTICE
012980         MOVE CIF-RUN-DATE TO CIF-CUST-NOTICE-DATE
012990     ELSE
013000         MOVE 'I' TO CIF-CUST-STATUS
013010     END-IF.
013020     REWRITE CUSTOMER-MASTER-RECORD
013030         INVALID KEY
013040             DISPLAY 'DORMANT - MASTER REWRITE FAILED - KEY '
013050                 CIF-CUST-KEY ' STATUS ' CIF-CUSTMAST-STATUS
013060             MOVE 16 TO RETURN-CODE
013070             MOVE 'Y' TO CIF-ABORT-SWITCH
013080             GO TO 8510-EXIT
013090     END-REWRITE.
013100     IF CIF-CUSTMAST-STATUS NOT = '00'
013110         DISPLAY 'DORMANT - MASTER REWRITE FAILED - KEY '
013120             CIF-CUST-KEY ' STATUS ' CIF-CUSTMAST-STATUS
013130         MOVE 16 TO RETURN-CODE
013140         MOVE 'Y' TO CIF-ABORT-SWITCH
013150         GO TO 8510-EXIT
013160     END-IF.
013170
013180     IF CIF-ACTION-NOTICE
013190         ADD 1 TO CIF-RECS-NOTICED
013200         GO TO 8510-EXIT
013210     END-IF.
013220     ADD 1 TO CIF-RECS-INACTIVATED.
013230     MOVE SPACES            TO AUDIT-LOG-RECORD.
013240     MOVE CIF-RUN-DATE      TO CIF-AUD-DATE.
013250     MOVE CIF-RUN-TIME      TO CIF-AUD-TIME.
013260     MOVE CIF-MY-PROGRAM-ID TO CIF-AUD-OPERATOR-ID.
013270     MOVE CIF-CUST-KEY      TO CIF-AUD-ACCT-NO.
013280     MOVE 'STATUS'          TO CIF-AUD-FIELD-ID.
013290     MOVE 'I - DORMANT PAST GRACE PERIOD' TO CIF-AUD-VALUE.
013300     MOVE 'CHANGED'         TO CIF-AUD-STATUS.
013310     WRITE AUDIT-LOG-RECORD.
013320 8510-EXIT.
013330     EXIT.
013340
013350******************************************************************
013360*   9000-TERMINATE                                               *
013370******************************************************************
013380 9000-TERMINATE.
013390     IF CIF-RUNH-STARTED
013400         PERFORM 9100-WRITE-RUN-END THRU 9100-EXIT
013410     END-IF.
013420     IF CIF-CUSTMAST-OPEN
013430         CLOSE CUSTOMER-MASTER
013440     END-IF.
013450     IF CIF-LETTER-OPEN
013460         CLOSE LETTER-FILE
013470     END-IF.
013480     IF CIF-REPORT-OPEN
013490         CLOSE REPORT-LISTING
013500     END-IF.
013510     IF CIF-AUDIT-OPEN
013520         CLOSE AUDIT-FILE
013530     END-IF.
013540 9000-EXIT.
013550     EXIT.
013560
013570******************************************************************
013580*   9100-WRITE-RUN-END                                           *
013590*   APPENDS THIS RUN'S END RECORD - COUNTS AND FINAL RETURN      *
013600*   CODE - AND CLOSES THE RUN-HISTORY FILE.                      *
013610******************************************************************
013620 9100-WRITE-RUN-END.
013630     ACCEPT CIF-END-TIME FROM TIME.
013640     MOVE SPACES              TO RUN-HISTORY-RECORD.
013650     MOVE CIF-MY-PROGRAM-ID   TO CIF-RUNH-PROGRAM-ID.
013660     MOVE 'END'               TO CIF-RUNH-REC-TYPE.
013670     MOVE CIF-RUN-DATE        TO CIF-RUNH-RUN-DATE.
013680     MOVE CIF-END-TIME        TO CIF-RUNH-RUN-TIME.
013690     MOVE CIF-RECS-READ       TO CIF-RUNH-RECS-READ.
013700     MOVE CIF-ACT-COUNT       TO CIF-RUNH-RECS-WRITTEN.
013710     MOVE ZERO                TO CIF-RUNH-RECS-REJECTED.
013720     MOVE RETURN-CODE         TO CIF-RUNH-RETURN-CODE.
013730     WRITE RUN-HISTORY-RECORD.
013740     CLOSE RUN-HISTORY-FILE.
013750 9100-EXIT.
013760     EXIT.
013770
013780 END PROGRAM DORMANT.
