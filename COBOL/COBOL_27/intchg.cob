000010******************************************************************
000020*                                                                *
000030*   PROGRAM:      INTCHG                                         *
000040*   AUTHOR:       J. P. LINDQUIST                                *
000050*   INSTALLATION: DATA PROCESSING                                *
000060*   DATE-WRITTEN: 10/15/26                                       *
000070*   DATE-COMPILED:                                               *
000080*                                                                *
000090*   PURPOSE.      MONTH-END INTEREST AND SERVICE-CHARGE RUN.     *
000100*       READS CUSTOMER-MASTER AGAINST THE RATE TABLE (RATETBL)   *
000110*       AND WORKS OUT, FOR EACH ACTIVE ACCOUNT ACKNOWLEDGED      *
000120*       ACCEPTED BY ACCOUNTING, THE MONTH'S INTEREST ON A CREDIT *
000130*       BALANCE AND THE CHARGE FOR AN OVERDRAWN OR LOW BALANCE,  *
000140*       FROM THE BALANCE TIER OF ITS BRANCH'S SCHEDULE, ELSE ITS *
000150*       DEPARTMENT'S, ELSE THE STANDARD SCHEDULE.  THE RESULTS   *
000160*       ARE WRITTEN AS A STANDARD TRANSACTION FILE (INTTRAN) -   *
000170*       HEADER, CREDIT AND DEBIT ITEMS WITH A CIF-TRN-REF OF     *
000180*       ME*INTYYYYMM OR ME*CHGYYYYMM, AND TRAILER - FOR TRNPOST  *
000190*       TO POST THROUGH ITS NORMAL EDITS AND REGISTER.  THE      *
000200*       HEADER CARRIES BRANCH ME** AND THE NEXT SEQUENCE NUMBER  *
000210*       DUE ON THE INBOUND FILE CONTROL FILE, AND IS DATED THE   *
000220*       LAST DAY OF THE MONTH CHARGED, SO A MONTH ALREADY TAKEN  *
000230*       BY TRNPOST CANNOT BE RAISED AGAIN.  A CALCULATION REPORT *
000240*       LISTS THE BALANCE, RATE AND AMOUNTS PER ACCOUNT WITH     *
000250*       TOTALS OF INTEREST PAID AND FEES CHARGED.  THE MASTER IS *
000260*       ONLY READ - BALANCES MOVE WHEN TRNPOST POSTS THE FILE.   *
000270*                                                                *
000280*   TECTONICS.    cobc                                          *
000290*                                                                *
000300*   MODIFICATION HISTORY                                        *
000310*   DATE       INIT  DESCRIPTION                                *
000320*   10/15/26   JPL   ORIGINAL PROGRAM.                          *
000330*   10/15/26   JPL   CHECKS THE NIGHT-CYCLE JOB DEPENDENCY      *
000340*                    TABLE AT STARTUP AND REFUSES TO RUN, WITH  *
000350*                    RC 20, UNTIL EVERY PREDECESSOR HAS ENDED   *
000360*                    CLEAN TODAY.  A REFUSED RUN IS LOGGED ON   *
000370*                    THE RUN-HISTORY FILE.                      *
000380*                                                                *
000390******************************************************************
000400 IDENTIFICATION DIVISION.
000410 PROGRAM-ID. INTCHG.
000420
000430 ENVIRONMENT DIVISION.
000440 INPUT-OUTPUT SECTION.
000450 FILE-CONTROL.
000460     SELECT CUSTOMER-MASTER ASSIGN TO CUSTMAST
000470         ORGANIZATION IS INDEXED
000480         ACCESS MODE IS SEQUENTIAL
000490         RECORD KEY IS CIF-CUST-KEY
000500         ALTERNATE RECORD KEY IS CIF-CUST-NAME
000510             WITH DUPLICATES
000520         FILE STATUS IS CIF-CUSTMAST-STATUS.
000530
000540     SELECT RATE-TABLE-FILE ASSIGN TO RATETBL
000550         ORGANIZATION IS LINE SEQUENTIAL
000560         FILE STATUS IS CIF-RATETBL-STATUS.
000570
000580     SELECT FILE-CONTROL-FILE ASSIGN TO FILECTL
000590         ORGANIZATION IS SEQUENTIAL
000600         FILE STATUS IS CIF-FILECTL-STATUS.
000610
000620     SELECT TRAN-FILE ASSIGN TO INTTRAN
000630         ORGANIZATION IS LINE SEQUENTIAL
000640         FILE STATUS IS CIF-TRAN-STATUS.
000650
000660     SELECT REPORT-LISTING ASSIGN TO INTRPT
000670         ORGANIZATION IS LINE SEQUENTIAL
000680         FILE STATUS IS CIF-REPORT-STATUS.
000690
000700     SELECT RUN-HISTORY-FILE ASSIGN TO RUNHIST
000710         ORGANIZATION IS LINE SEQUENTIAL
000720         FILE STATUS IS CIF-RUNHIST-STATUS.
000730
000740     SELECT JOB-DEP-FILE ASSIGN TO JOBDEP
000750         ORGANIZATION IS LINE SEQUENTIAL
000760         FILE STATUS IS CIF-JOBDEP-STATUS.
000770
000780     SELECT RUN-PARM-FILE ASSIGN TO RUNPARM
000790         ORGANIZATION IS LINE SEQUENTIAL
000800         FILE STATUS IS CIF-RUNPARM-STATUS.
000810
000820 DATA DIVISION.
000830 FILE SECTION.
000840 FD  CUSTOMER-MASTER.
000850     COPY CUSTREC.
000860
000870 FD  RATE-TABLE-FILE.
000880     COPY RATEREC.
000890
000900 FD  FILE-CONTROL-FILE.
000910     COPY FCTLREC.
000920
000930 FD  TRAN-FILE.
000940     COPY TRANREC.
000950
000960 FD  REPORT-LISTING.
000970 01  CIF-REPORT-LINE             PIC X(80).
000980
000990 FD  RUN-HISTORY-FILE.
001000     COPY RUNHREC.
001010
001020 FD  JOB-DEP-FILE.
001030     COPY JOBDREC.
001040
001050 FD  RUN-PARM-FILE.
001060     COPY RUNPREC.
001070
001080 WORKING-STORAGE SECTION.
001090******************************************************************
001100*   FILE STATUS FIELDS                                          *
001110******************************************************************
001120 01  CIF-FILE-STATUSES.
001130     05  CIF-CUSTMAST-STATUS     PIC X(02) VALUE '00'.
001140     05  CIF-RATETBL-STATUS      PIC X(02) VALUE '00'.
001150     05  CIF-FILECTL-STATUS      PIC X(02) VALUE '00'.
001160     05  CIF-TRAN-STATUS         PIC X(02) VALUE '00'.
001170     05  CIF-REPORT-STATUS       PIC X(02) VALUE '00'.
001180     05  CIF-RUNHIST-STATUS      PIC X(02) VALUE '00'.
001190     05  CIF-JOBDEP-STATUS       PIC X(02) VALUE '00'.
001200     05  CIF-RUNPARM-STATUS      PIC X(02) VALUE '00'.
001210
001220******************************************************************
001230*   SWITCHES                                                    *
001240******************************************************************
001250 01  CIF-SWITCHES.
001260     05  CIF-EOF-SWITCH          PIC X(01) VALUE 'N'.
001270         88  CIF-EOF                        VALUE 'Y'.
001280     05  CIF-ABORT-SWITCH        PIC X(01) VALUE 'N'.
001290         88  CIF-ABORT                      VALUE 'Y'.
001300     05  CIF-CUSTMAST-OPEN-SW    PIC X(01) VALUE 'N'.
001310         88  CIF-CUSTMAST-OPEN              VALUE 'Y'.
001320     05  CIF-TRAN-OPEN-SW        PIC X(01) VALUE 'N'.
001330         88  CIF-TRAN-OPEN                  VALUE 'Y'.
001340     05  CIF-REPORT-OPEN-SW      PIC X(01) VALUE 'N'.
001350         88  CIF-REPORT-OPEN                VALUE 'Y'.
001360     05  CIF-RATE-EOF-SWITCH     PIC X(01) VALUE 'N'.
001370         88  CIF-RATE-EOF                   VALUE 'Y'.
001380     05  CIF-FCTL-EOF-SWITCH     PIC X(01) VALUE 'N'.
001390         88  CIF-FCTL-EOF                   VALUE 'Y'.
001400     05  CIF-FCTL-FOUND-SWITCH   PIC X(01) VALUE 'N'.
001410         88  CIF-FCTL-FOUND                 VALUE 'Y'.
001420     05  CIF-ROW-MATCH-SWITCH    PIC X(01) VALUE 'N'.
001430         88  CIF-ROW-MATCH                  VALUE 'Y'.
001440     05  CIF-SCHED-FOUND-SWITCH  PIC X(01) VALUE 'N'.
001450         88  CIF-SCHED-FOUND                VALUE 'Y'.
001460     05  CIF-RUNH-EOF-SWITCH     PIC X(01) VALUE 'N'.
001470         88  CIF-RUNH-EOF                   VALUE 'Y'.
001480     05  CIF-RUNH-DONE-SWITCH    PIC X(01) VALUE 'N'.
001490         88  CIF-RUNH-DONE-TODAY            VALUE 'Y'.
001500     05  CIF-RUNH-STARTED-SWITCH PIC X(01) VALUE 'N'.
001510         88  CIF-RUNH-STARTED               VALUE 'Y'.
001520     05  CIF-JOBD-EOF-SWITCH     PIC X(01) VALUE 'N'.
001530         88  CIF-JOBD-EOF                   VALUE 'Y'.
001540     05  CIF-UNATTENDED-SWITCH   PIC X(01) VALUE 'N'.
001550         88  CIF-UNATTENDED                 VALUE 'Y'.
001560     05  CIF-PARM-EOF-SWITCH     PIC X(01) VALUE 'N'.
001570         88  CIF-PARM-EOF                   VALUE 'Y'.
001580     05  CIF-PARM-FOUND-SWITCH   PIC X(01) VALUE 'N'.
001590         88  CIF-PARM-FOUND                 VALUE 'Y'.
001600     05  CIF-DTE-LEAP-SWITCH     PIC X(01) VALUE 'N'.
001610         88  CIF-DTE-LEAP-YEAR              VALUE 'Y'.
001620
001630******************************************************************
001640*   BATCH COUNTERS                                               *
001650******************************************************************
001660 01  CIF-COUNTERS.
001670     05  CIF-RECS-READ           PIC 9(06) COMP VALUE ZERO.
001680     05  CIF-ACCTS-ELIGIBLE      PIC 9(06) COMP VALUE ZERO.
001690     05  CIF-ACCTS-NOT-ELIGIBLE  PIC 9(06) COMP VALUE ZERO.
001700     05  CIF-ACCTS-NO-TIER       PIC 9(06) COMP VALUE ZERO.
001710     05  CIF-ACCTS-NOTHING-DUE   PIC 9(06) COMP VALUE ZERO.
001720     05  CIF-ACCTS-LISTED        PIC 9(06) COMP VALUE ZERO.
001730     05  CIF-INTEREST-ITEMS      PIC 9(06) COMP VALUE ZERO.
001740     05  CIF-CHARGE-ITEMS        PIC 9(06) COMP VALUE ZERO.
001750     05  CIF-ITEMS-WRITTEN       PIC 9(06) COMP VALUE ZERO.
001760     05  CIF-RATE-COUNT          PIC 9(04) COMP VALUE ZERO.
001770     05  CIF-RATE-IDX            PIC 9(04) COMP VALUE ZERO.
001780     05  CIF-DUP-IDX             PIC 9(04) COMP VALUE ZERO.
001790     05  CIF-TIER-IDX            PIC 9(04) COMP VALUE ZERO.
001800     05  CIF-RATE-ROW-NO         PIC 9(04) VALUE ZERO.
001810     05  CIF-RATE-ERRORS         PIC 9(04) COMP VALUE ZERO.
001820     05  CIF-LINE-COUNT          PIC 9(03) COMP VALUE ZERO.
001830     05  CIF-PAGE-NO             PIC 9(04) COMP VALUE ZERO.
001840     05  CIF-PARM-IDX            PIC 9(02) COMP VALUE ZERO.
001850     05  CIF-PARM-COUNT          PIC 9(02) COMP VALUE ZERO.
001860     05  CIF-PRED-IDX            PIC 9(02) COMP VALUE ZERO.
001870     05  CIF-PRED-COUNT          PIC 9(02) COMP VALUE ZERO.
001880     05  CIF-PREDS-BLOCKING      PIC 9(02) COMP VALUE ZERO.
001890
001900******************************************************************
001910*   MONEY TOTALS AND CALCULATION FIELDS                          *
001920******************************************************************
001930 01  CIF-AMOUNT-WORK.
001940     05  CIF-TOTAL-INTEREST      PIC 9(11)V99 VALUE ZERO.
001950     05  CIF-TOTAL-FEES          PIC 9(11)V99 VALUE ZERO.
001960     05  CIF-HASH-TOTAL          PIC 9(13)V99 VALUE ZERO.
001970     05  CIF-BALANCE-WORK        PIC S9(09)V99 VALUE ZERO.
001980     05  CIF-INTEREST-WORK       PIC 9(07)V99 VALUE ZERO.
001990     05  CIF-FEE-WORK            PIC 9(05)V99 VALUE ZERO.
002000     05  CIF-RATE-WORK           PIC 9(02)V9(04) VALUE ZERO.
002010     05  CIF-ITEM-AMOUNT-WORK    PIC 9(07)V99 VALUE ZERO.
002020
002030******************************************************************
002040*   MISCELLANEOUS WORKING FIELDS                                 *
002050******************************************************************
002060 01  CIF-MISC-WORK.
002070     05  CIF-LINES-PER-PAGE      PIC 9(03) VALUE 50.
002080     05  CIF-RUN-DATE            PIC X(08).
002090     05  CIF-RUN-DATE-EDIT       PIC X(10).
002100     05  CIF-MY-PROGRAM-ID       PIC X(10) VALUE 'INTCHG'.
002110     05  CIF-MY-BRANCH           PIC X(04) VALUE 'ME**'.
002120     05  CIF-CTL-FILE-ID         PIC X(08) VALUE 'TRNFILE'.
002130     05  CIF-START-TIME          PIC X(08).
002140     05  CIF-END-TIME            PIC X(08).
002150     05  CIF-RESPONSE            PIC X(01) VALUE SPACE.
002160     05  CIF-RATE-MAX            PIC 9(04) VALUE 200.
002170     05  CIF-PARM-WANT-KEY       PIC X(10) VALUE SPACES.
002180     05  CIF-PARM-VALUE-WORK     PIC X(20) VALUE SPACES.
002190     05  CIF-PERIOD              PIC X(06) VALUE SPACES.
002200     05  CIF-PERIOD-PARTS REDEFINES CIF-PERIOD.
002210         10  CIF-PERIOD-YEAR     PIC 9(04).
002220         10  CIF-PERIOD-MONTH    PIC 9(02).
002230     05  CIF-PERIOD-EDIT         PIC X(07) VALUE SPACES.
002240     05  CIF-PERIOD-END-DATE     PIC X(08) VALUE SPACES.
002250     05  CIF-PERIOD-LAST-DAY     PIC 9(02) VALUE ZERO.
002260     05  CIF-FCTL-LAST-SEQ       PIC 9(06) VALUE ZERO.
002270     05  CIF-FCTL-LAST-DATE      PIC X(08) VALUE SPACES.
002280     05  CIF-NEXT-SEQ            PIC 9(06) VALUE ZERO.
002290     05  CIF-SCHED-LEVEL         PIC X(01) VALUE SPACE.
002300     05  CIF-RATE-REJECT-REASON  PIC X(30) VALUE SPACES.
002310     05  CIF-ITEM-TYPE-WORK      PIC X(01) VALUE SPACE.
002320     05  CIF-ITEM-REF-WORK       PIC X(12) VALUE SPACES.
002330     05  CIF-DTE-QUOTIENT        PIC 9(04) VALUE ZERO.
002340     05  CIF-DTE-REM-4           PIC 9(04) VALUE ZERO.
002350     05  CIF-DTE-REM-100         PIC 9(04) VALUE ZERO.
002360     05  CIF-DTE-REM-400         PIC 9(04) VALUE ZERO.
002370
002380 01  CIF-MONTH-END-VALUES        PIC X(24)
002390         VALUE '312831303130313130313031'.
002400 01  CIF-MONTH-END-TABLE REDEFINES CIF-MONTH-END-VALUES.
002410     05  CIF-MONTH-LAST-DAY      PIC 9(02) OCCURS 12 TIMES.
002420
002430******************************************************************
002440*   TRANSACTION REFERENCES - ME* MARKS A MONTH-END ITEM, THEN    *
002450*   INT OR CHG AND THE MONTH CHARGED.                            *
002460******************************************************************
002470 01  CIF-INTEREST-REF.
002480     05  FILLER                  PIC X(06) VALUE 'ME*INT'.
002490     05  CIF-INTEREST-REF-PERIOD PIC X(06) VALUE SPACES.
002500
002510 01  CIF-CHARGE-REF.
002520     05  FILLER                  PIC X(06) VALUE 'ME*CHG'.
002530     05  CIF-CHARGE-REF-PERIOD   PIC X(06) VALUE SPACES.
002540
002550******************************************************************
002560*   RATE TABLE                                                   *
002570*   EVERY TIER OF EVERY SCHEDULE ON RATETBL, LOADED AT STARTUP.  *
002580******************************************************************
002590 01  CIF-RATE-TABLE.
002600     05  CIF-RATE-ENTRY OCCURS 200 TIMES.
002610         10  CIF-RTB-LEVEL       PIC X(01).
002620         10  CIF-RTB-KEY         PIC X(50).
002630         10  CIF-RTB-TYPE        PIC X(01).
002640         10  CIF-RTB-FLOOR       PIC 9(09)V99.
002650         10  CIF-RTB-RATE        PIC 9(02)V9(04).
002660         10  CIF-RTB-FEE         PIC 9(05)V99.
002670
002680******************************************************************
002690*   PRINT LINE - A SINGLE 80-BYTE PRINT AREA REDEFINED BELOW     *
002700*   INTO THE REPORT HEADING, DETAIL AND TOTAL LAYOUTS.           *
002710******************************************************************
002720 01  CIF-PRINT-LINE                  PIC X(80) VALUE SPACES.
002730
002740 01  CIF-PRINT-LINE-HEAD-1 REDEFINES CIF-PRINT-LINE.
002750     05  CIF-H1-FILLER-1             PIC X(25).
002760     05  CIF-H1-TITLE                PIC X(30).
002770     05  CIF-H1-FILLER-2             PIC X(05).
002780     05  CIF-H1-PAGE-LIT             PIC X(05).
002790     05  CIF-H1-PAGE-NO              PIC ZZZ9.
002800     05  CIF-H1-FILLER-3             PIC X(11).
002810
002820 01  CIF-PRINT-LINE-HEAD-2 REDEFINES CIF-PRINT-LINE.
002830     05  CIF-H2-FILLER-1             PIC X(25).
002840     05  CIF-H2-DATE-LIT             PIC X(10).
002850     05  CIF-H2-RUN-DATE             PIC X(10).
002860     05  CIF-H2-FILLER-2             PIC X(03).
002870     05  CIF-H2-PERIOD-LIT           PIC X(08).
002880     05  CIF-H2-PERIOD               PIC X(07).
002890     05  CIF-H2-FILLER-3             PIC X(17).
002900
002910 01  CIF-PRINT-LINE-HEAD-3 REDEFINES CIF-PRINT-LINE.
002920     05  CIF-H3-ACCT-LIT             PIC X(10).
002930     05  CIF-H3-NAME-LIT             PIC X(19).
002940     05  CIF-H3-BRANCH-LIT           PIC X(05).
002950     05  CIF-H3-SCHED-LIT            PIC X(02).
002960     05  CIF-H3-BALANCE-LIT          PIC X(16).
002970     05  CIF-H3-RATE-LIT             PIC X(08).
002980     05  CIF-H3-INTEREST-LIT         PIC X(11).
002990     05  CIF-H3-FEE-LIT              PIC X(09).
003000
003010 01  CIF-PRINT-LINE-DETAIL REDEFINES CIF-PRINT-LINE.
003020     05  CIF-D-ACCT-NO               PIC 9(09).
003030     05  CIF-D-FILLER-1              PIC X(01).
003040     05  CIF-D-NAME                  PIC X(18).
003050     05  CIF-D-FILLER-2              PIC X(01).
003060     05  CIF-D-BRANCH                PIC X(04).
003070     05  CIF-D-FILLER-3              PIC X(01).
003080     05  CIF-D-SCHED                 PIC X(01).
003090     05  CIF-D-FILLER-4              PIC X(01).
003100     05  CIF-D-BALANCE               PIC -ZZZ,ZZZ,ZZ9.99.
003110     05  CIF-D-FILLER-5              PIC X(01).
003120     05  CIF-D-RATE                  PIC Z9.9999.
003130     05  CIF-D-FILLER-6              PIC X(01).
003140     05  CIF-D-INTEREST              PIC ZZZ,ZZ9.99.
003150     05  CIF-D-FILLER-7              PIC X(01).
003160     05  CIF-D-FEE                   PIC ZZ,ZZ9.99.
003170
003180 01  CIF-PRINT-LINE-TOTAL REDEFINES CIF-PRINT-LINE.
003190     05  CIF-T-FILLER-1              PIC X(10).
003200     05  CIF-T-LIT                   PIC X(26).
003210     05  CIF-T-COUNT                 PIC ZZZ,ZZ9.
003220     05  CIF-T-FILLER-2              PIC X(37).
003230
003240 01  CIF-PRINT-LINE-AMOUNT REDEFINES CIF-PRINT-LINE.
003250     05  CIF-A-FILLER-1              PIC X(10).
003260     05  CIF-A-LIT                   PIC X(26).
003270     05  CIF-A-AMOUNT                PIC ZZ,ZZZ,ZZZ,ZZ9.99.
003280     05  CIF-A-FILLER-2              PIC X(27).
003290
003300******************************************************************
003310*   PREDECESSOR TABLE                                            *
003320*   THE JOBS THAT MUST HAVE ENDED CLEAN TODAY BEFORE THIS        *
003330*   PROGRAM MAY RUN, FROM THE NIGHT-CYCLE JOB DEPENDENCY TABLE.  *
003340******************************************************************
003350 01  CIF-PRED-TABLE.
003360     05  CIF-PRED-ENTRY OCCURS 10 TIMES.
003370         10  CIF-PRED-PROGRAM-ID PIC X(10).
003380         10  CIF-PRED-CLEAN-SW   PIC X(01).
003390             88  CIF-PRED-CLEAN             VALUE 'Y'.
003400
003410******************************************************************
003420*   RUN PARAMETER TABLE                                          *
003430*   THE ANSWERS FOR THIS PROGRAM FROM THE NIGHT-CYCLE RUN        *
003440*   PARAMETER FILE, LOADED AT STARTUP WHEN THE FILE IS PRESENT.  *
003450******************************************************************
003460 01  CIF-PARM-TABLE.
003470     05  CIF-PARM-ENTRY OCCURS 10 TIMES.
003480         10  CIF-PTBL-KEYWORD    PIC X(10).
003490         10  CIF-PTBL-VALUE      PIC X(20).
003500
003510 PROCEDURE DIVISION.
003520******************************************************************
003530*   0000-MAINLINE                                                *
003540*   TOP-LEVEL CONTROL - CALCULATE EVERY ACCOUNT, THEN CLOSE THE  *
003550*   TRANSACTION FILE WITH ITS TRAILER AND THE REPORT WITH ITS    *
003560*   TOTALS.                                                      *
003570******************************************************************
003580 0000-MAINLINE.
003590     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
003600     IF NOT CIF-ABORT
003610         PERFORM 2000-PROCESS-RECORD THRU 2000-EXIT
003620             UNTIL CIF-EOF
003630         IF NOT CIF-ABORT
003640             PERFORM 8000-WRITE-TRAILER THRU 8000-EXIT
003650         END-IF
003660         IF NOT CIF-ABORT
003670             PERFORM 8100-WRITE-REPORT-TOTALS THRU 8100-EXIT
003680         END-IF
003690     END-IF.
003700     PERFORM 9000-TERMINATE THRU 9000-EXIT.
003710     STOP RUN.
003720
003730******************************************************************
003740*   1000-INITIALIZE                                              *
003750*   OBTAINS THE MONTH TO CHARGE, LOADS AND PROVES THE RATE       *
003760*   TABLE, TAKES THE NEXT FILE SEQUENCE NUMBER, AND OPENS THE    *
003770*   MASTER, THE TRANSACTION FILE WITH ITS HEADER AND THE REPORT. *
003780******************************************************************
003790 1000-INITIALIZE.
003800     ACCEPT CIF-RUN-DATE FROM DATE YYYYMMDD.
003810     ACCEPT CIF-START-TIME FROM TIME.
003820     PERFORM 1010-LOAD-RUN-PARMS THRU 1010-EXIT.
003830     PERFORM 1090-CHECK-RUN-HISTORY THRU 1090-EXIT.
003840     IF CIF-ABORT
003850         GO TO 1000-EXIT
003860     END-IF.
003870     PERFORM 1092-CHECK-PREDECESSORS THRU 1092-EXIT.
003880     PERFORM 1095-WRITE-RUN-START THRU 1095-EXIT.
003890     IF CIF-ABORT
003900         GO TO 1000-EXIT
003910     END-IF.
003920     MOVE CIF-RUN-DATE(5:2) TO CIF-RUN-DATE-EDIT(1:2).
003930     MOVE '/'               TO CIF-RUN-DATE-EDIT(3:1).
003940     MOVE CIF-RUN-DATE(7:2) TO CIF-RUN-DATE-EDIT(4:2).
003950     MOVE '/'               TO CIF-RUN-DATE-EDIT(6:1).
003960     MOVE CIF-RUN-DATE(1:4) TO CIF-RUN-DATE-EDIT(7:4).
003970
003980     PERFORM 1040-GET-PERIOD THRU 1040-EXIT.
003990     IF NOT CIF-ABORT
004000         PERFORM 1050-LOAD-RATE-TABLE THRU 1050-EXIT
004010     END-IF.
004020     IF NOT CIF-ABORT
004030         PERFORM 1060-GET-FILE-SEQUENCE THRU 1060-EXIT
004040     END-IF.
004050     IF CIF-ABORT
004060         GO TO 1000-EXIT
004070     END-IF.
004080
004090     OPEN INPUT CUSTOMER-MASTER.
004100     IF CIF-CUSTMAST-STATUS NOT = '00'
004110         DISPLAY 'INTCHG - CUSTOMER-MASTER OPEN FAILED - '
004120             'STATUS ' CIF-CUSTMAST-STATUS
004130         MOVE 16 TO RETURN-CODE
004140         MOVE 'Y' TO CIF-ABORT-SWITCH
004150         GO TO 1000-EXIT
004160     END-IF.
004170     MOVE 'Y' TO CIF-CUSTMAST-OPEN-SW.
004180
004190     OPEN OUTPUT TRAN-FILE.
004200     IF CIF-TRAN-STATUS NOT = '00'
004210         DISPLAY 'INTCHG - TRANSACTION FILE OPEN FAILED - STATUS '
004220             CIF-TRAN-STATUS
004230         MOVE 16 TO RETURN-CODE
004240         MOVE 'Y' TO CIF-ABORT-SWITCH
004250         GO TO 1000-EXIT
004260     END-IF.
004270     MOVE 'Y' TO CIF-TRAN-OPEN-SW.
004280
004290     OPEN OUTPUT REPORT-LISTING.
004300     IF CIF-REPORT-STATUS NOT = '00'
004310         DISPLAY 'INTCHG - REPORT OPEN FAILED - STATUS '
004320             CIF-REPORT-STATUS
004330         MOVE 16 TO RETURN-CODE
004340         MOVE 'Y' TO CIF-ABORT-SWITCH
004350         GO TO 1000-EXIT
004360     END-IF.
004370     MOVE 'Y' TO CIF-REPORT-OPEN-SW.
004380
004390     PERFORM 1200-WRITE-HEADER THRU 1200-EXIT.
004400     IF CIF-ABORT
004410         GO TO 1000-EXIT
004420     END-IF.
004430     PERFORM 1100-READ-CUSTOMER THRU 1100-EXIT.
004440 1000-EXIT.
004450     EXIT.
004460
004470******************************************************************
004480*   1010-LOAD-RUN-PARMS                                          *
004490*   LOADS THIS PROGRAM'S ANSWERS FROM THE NIGHT-CYCLE RUN        *
004500*   PARAMETER FILE.  WHEN THE FILE IS PRESENT THE RUN IS         *
004510*   UNATTENDED AND EVERY QUESTION THE OPERATOR WOULD BE ASKED IS *
004520*   TAKEN FROM THE ROWS CARRYING THIS PROGRAM'S NAME; WHEN IT    *
004530*   IS ABSENT THE RUN PROMPTS AT THE CONSOLE AS BEFORE.          *
004540******************************************************************
004550 1010-LOAD-RUN-PARMS.
004560     MOVE ZERO TO CIF-PARM-COUNT.
004570     MOVE 'N' TO CIF-PARM-EOF-SWITCH.
004580     OPEN INPUT RUN-PARM-FILE.
004590     IF CIF-RUNPARM-STATUS NOT = '00'
004600         GO TO 1010-EXIT
004610     END-IF.
004620     MOVE 'Y' TO CIF-UNATTENDED-SWITCH.
004630     DISPLAY 'INTCHG - UNATTENDED MODE - ANSWERS FROM '
004640         'RUN PARAMETER FILE'.
004650     PERFORM 1015-READ-RUN-PARM THRU 1015-EXIT
004660         UNTIL CIF-PARM-EOF.
004670     CLOSE RUN-PARM-FILE.
004680 1010-EXIT.
004690     EXIT.
004700
004710******************************************************************
004720*   1015-READ-RUN-PARM                                           *
004730*   READS ONE RUN PARAMETER ROW, KEEPING THE ROWS ADDRESSED TO   *
004740*   THIS PROGRAM.                                                *
004750******************************************************************
004760 1015-READ-RUN-PARM.
004770     READ RUN-PARM-FILE
004780         AT END
004790             MOVE 'Y' TO CIF-PARM-EOF-SWITCH
004800         NOT AT END
004810             IF CIF-PRM-PROGRAM-ID = CIF-MY-PROGRAM-ID
004820                 IF CIF-PARM-COUNT < 10
004830                     ADD 1 TO CIF-PARM-COUNT
004840                     MOVE CIF-PRM-KEYWORD
004850                         TO CIF-PTBL-KEYWORD (CIF-PARM-COUNT)
004860                     MOVE CIF-PRM-VALUE
004870                         TO CIF-PTBL-VALUE (CIF-PARM-COUNT)
004880                 END-IF
004890             END-IF
004900     END-READ.
004910     IF NOT CIF-PARM-EOF
004920         IF CIF-RUNPARM-STATUS NOT = '00'
004930             DISPLAY 'INTCHG - RUN PARAMETER READ FAILED '
004940                 '- STATUS ' CIF-RUNPARM-STATUS
004950             MOVE 'Y' TO CIF-PARM-EOF-SWITCH
004960         END-IF
004970     END-IF.
004980 1015-EXIT.
004990     EXIT.
005000
005010******************************************************************
005020*   1020-FIND-RUN-PARM                                           *
005030*   SEARCHES THE PARAMETER TABLE FOR THE KEYWORD IN              *
005040*   CIF-PARM-WANT-KEY, LEAVING ITS VALUE IN                      *
005050*   CIF-PARM-VALUE-WORK WHEN FOUND.                              *
005060******************************************************************
005070 1020-FIND-RUN-PARM.
005080     MOVE 'N' TO CIF-PARM-FOUND-SWITCH.
005090     MOVE SPACES TO CIF-PARM-VALUE-WORK.
005100     PERFORM 1025-MATCH-RUN-PARM THRU 1025-EXIT
005110         VARYING CIF-PARM-IDX FROM 1 BY 1
005120         UNTIL CIF-PARM-IDX > CIF-PARM-COUNT OR CIF-PARM-FOUND.
005130 1020-EXIT.
005140     EXIT.
005150
005160******************************************************************
005170*   1025-MATCH-RUN-PARM                                          *
005180*   COMPARES ONE PARAMETER TABLE ENTRY AGAINST THE KEYWORD       *
005190*   WANTED.                                                      *
005200******************************************************************
005210 1025-MATCH-RUN-PARM.
005220     IF CIF-PTBL-KEYWORD (CIF-PARM-IDX) = CIF-PARM-WANT-KEY
005230         MOVE 'Y' TO CIF-PARM-FOUND-SWITCH
005240         MOVE CIF-PTBL-VALUE (CIF-PARM-IDX)
005250             TO CIF-PARM-VALUE-WORK
005260     END-IF.
005270 1025-EXIT.
005280     EXIT.
005290
005300******************************************************************
005310*   1030-PARM-MISSING                                            *
005320*   FAILS THE JOB WITH RETURN CODE 12 WHEN A REQUIRED RUN        *
005330*   PARAMETER IS MISSING FROM AN UNATTENDED RUN.                 *
005340******************************************************************
005350 1030-PARM-MISSING.
005360     DISPLAY 'INTCHG - REQUIRED RUN PARAMETER '
005370         CIF-PARM-WANT-KEY ' MISSING - JOB FAILING'.
005380     MOVE 12 TO RETURN-CODE.
005390     MOVE 'Y' TO CIF-ABORT-SWITCH.
005400 1030-EXIT.
005410     EXIT.
005420
005430******************************************************************
005440*   1040-GET-PERIOD                                              *
005450*   TAKES THE MONTH TO CHARGE (YYYYMM) FROM THE PERIOD RUN       *
005460*   PARAMETER OR THE CONSOLE.  A BLANK CONSOLE ANSWER MEANS THE  *
005470*   MONTH OF THE RUN DATE.  A MONTH LATER THAN THE RUN DATE HAS  *
005480*   NOT BEGUN AND IS REFUSED.  THE ITEMS AND THE FILE HEADER ARE *
005490*   DATED THE LAST DAY OF THE MONTH.                             *
005500******************************************************************
005510 1040-GET-PERIOD.
005520     IF CIF-UNATTENDED
005530         MOVE 'PERIOD' TO CIF-PARM-WANT-KEY
005540         PERFORM 1020-FIND-RUN-PARM THRU 1020-EXIT
005550         IF NOT CIF-PARM-FOUND
005560             PERFORM 1030-PARM-MISSING THRU 1030-EXIT
005570             GO TO 1040-EXIT
005580         END-IF
005590         MOVE CIF-PARM-VALUE-WORK(1:6) TO CIF-PERIOD
005600     ELSE
005610         DISPLAY 'ENTER MONTH TO CHARGE (YYYYMM) - BLANK FOR '
005620             'THE CURRENT MONTH : '
005630         ACCEPT CIF-PERIOD
005640     END-IF.
005650     IF CIF-PERIOD = SPACES
005660         MOVE CIF-RUN-DATE(1:6) TO CIF-PERIOD
005670     END-IF.
005680     IF CIF-PERIOD IS NOT NUMERIC
005690         DISPLAY 'INTCHG - MONTH TO CHARGE NOT NUMERIC - '
005700             CIF-PERIOD
005710         MOVE 16 TO RETURN-CODE
005720         MOVE 'Y' TO CIF-ABORT-SWITCH
005730         GO TO 1040-EXIT
005740     END-IF.
005750     IF CIF-PERIOD-MONTH < 1 OR CIF-PERIOD-MONTH > 12
005760         DISPLAY 'INTCHG - MONTH TO CHARGE NOT VALID - '
005770             CIF-PERIOD
005780         MOVE 16 TO RETURN-CODE
005790         MOVE 'Y' TO CIF-ABORT-SWITCH
005800         GO TO 1040-EXIT
005810     END-IF.
005820     IF CIF-PERIOD > CIF-RUN-DATE(1:6)
005830         DISPLAY 'INTCHG - MONTH TO CHARGE ' CIF-PERIOD
005840             ' HAS NOT BEGUN - JOB FAILING'
005850         MOVE 16 TO RETURN-CODE
005860         MOVE 'Y' TO CIF-ABORT-SWITCH
005870         GO TO 1040-EXIT
005880     END-IF.
005890
005900     MOVE CIF-MONTH-LAST-DAY (CIF-PERIOD-MONTH)
005910         TO CIF-PERIOD-LAST-DAY.
005920     IF CIF-PERIOD-MONTH = 2
005930         MOVE 'N' TO CIF-DTE-LEAP-SWITCH
005940         DIVIDE CIF-PERIOD-YEAR BY 4 GIVING CIF-DTE-QUOTIENT
005950             REMAINDER CIF-DTE-REM-4
005960         DIVIDE CIF-PERIOD-YEAR BY 100 GIVING CIF-DTE-QUOTIENT
005970             REMAINDER CIF-DTE-REM-100
005980         DIVIDE CIF-PERIOD-YEAR BY 400 GIVING CIF-DTE-QUOTIENT
005990             REMAINDER CIF-DTE-REM-400
006000         IF CIF-DTE-REM-4 = ZERO
006010             IF CIF-DTE-REM-100 NOT = ZERO
006020                     OR CIF-DTE-REM-400 = ZERO
006030                 MOVE 'Y' TO CIF-DTE-LEAP-SWITCH
006040             END-IF
006050         END-IF
006060         IF CIF-DTE-LEAP-YEAR
006070             MOVE 29 TO CIF-PERIOD-LAST-DAY
006080         END-IF
006090     END-IF.
006100     MOVE CIF-PERIOD          TO CIF-PERIOD-END-DATE(1:6).
006110     MOVE CIF-PERIOD-LAST-DAY TO CIF-PERIOD-END-DATE(7:2).
006120     MOVE CIF-PERIOD          TO CIF-INTEREST-REF-PERIOD.
006130     MOVE CIF-PERIOD          TO CIF-CHARGE-REF-PERIOD.
006140     MOVE CIF-PERIOD(5:2) TO CIF-PERIOD-EDIT(1:2).
006150     MOVE '/'             TO CIF-PERIOD-EDIT(3:1).
006160     MOVE CIF-PERIOD(1:4) TO CIF-PERIOD-EDIT(4:4).
006170     DISPLAY 'INTCHG - MONTH TO CHARGE ' CIF-PERIOD-EDIT.
006180 1040-EXIT.
006190     EXIT.
006200
006210******************************************************************
006220*   1050-LOAD-RATE-TABLE                                         *
006230*   LOADS EVERY TIER ON THE RATE TABLE, PROVING EACH ROW AS IT   *
006240*   GOES.  EACH BAD ROW IS SHOWN ON THE CONSOLE, AND ANY BAD ROW *
006250*   - OR A MISSING, EMPTY OR OVERFULL TABLE - FAILS THE RUN      *
006260*   BEFORE A SINGLE ITEM IS RAISED.                              *
006270******************************************************************
006280 1050-LOAD-RATE-TABLE.
006290     MOVE ZERO TO CIF-RATE-COUNT.
006300     MOVE ZERO TO CIF-RATE-ROW-NO.
006310     MOVE ZERO TO CIF-RATE-ERRORS.
006320     MOVE 'N' TO CIF-RATE-EOF-SWITCH.
006330     OPEN INPUT RATE-TABLE-FILE.
006340     IF CIF-RATETBL-STATUS NOT = '00'
006350         DISPLAY 'INTCHG - RATE TABLE OPEN FAILED - STATUS '
006360             CIF-RATETBL-STATUS ' - JOB FAILING'
006370         MOVE 16 TO RETURN-CODE
006380         MOVE 'Y' TO CIF-ABORT-SWITCH
006390         GO TO 1050-EXIT
006400     END-IF.
006410     PERFORM 1055-READ-RATE-ROW THRU 1055-EXIT
006420         UNTIL CIF-RATE-EOF.
006430     CLOSE RATE-TABLE-FILE.
006440     IF CIF-ABORT
006450         GO TO 1050-EXIT
006460     END-IF.
006470
006480     IF CIF-RATE-ERRORS > ZERO
006490         DISPLAY 'INTCHG - ' CIF-RATE-ERRORS
006500             ' RATE TABLE ROWS NOT VALID - JOB FAILING'
006510         MOVE 16 TO RETURN-CODE
006520         MOVE 'Y' TO CIF-ABORT-SWITCH
006530         GO TO 1050-EXIT
006540     END-IF.
006550     IF CIF-RATE-COUNT = ZERO
006560         DISPLAY 'INTCHG - RATE TABLE IS EMPTY - JOB FAILING'
006570         MOVE 16 TO RETURN-CODE
006580         MOVE 'Y' TO CIF-ABORT-SWITCH
006590         GO TO 1050-EXIT
006600     END-IF.
006610     DISPLAY 'INTCHG - RATE TIERS LOADED : ' CIF-RATE-COUNT.
006620 1050-EXIT.
006630     EXIT.
006640
006650******************************************************************
006660*   1055-READ-RATE-ROW                                           *
006670*   READS ONE RATE TABLE ROW, PROVES IT (1057) AND TABLES IT.    *
006680******************************************************************
006690 1055-READ-RATE-ROW.
006700     READ RATE-TABLE-FILE
006710         AT END
006720             MOVE 'Y' TO CIF-RATE-EOF-SWITCH
006730             GO TO 1055-EXIT
006740     END-READ.
006750     IF CIF-RATETBL-STATUS NOT = '00'
006760         DISPLAY 'INTCHG - RATE TABLE READ FAILED - STATUS '
006770             CIF-RATETBL-STATUS ' - JOB FAILING'
006780         MOVE 16 TO RETURN-CODE
006790         MOVE 'Y' TO CIF-ABORT-SWITCH
006800         MOVE 'Y' TO CIF-RATE-EOF-SWITCH
006810         GO TO 1055-EXIT
006820     END-IF.
006830     ADD 1 TO CIF-RATE-ROW-NO.
006840
006850     PERFORM 1057-EDIT-RATE-ROW THRU 1057-EXIT.
006860     IF CIF-RATE-REJECT-REASON NOT = SPACES
006870         DISPLAY 'INTCHG - RATE TABLE ROW ' CIF-RATE-ROW-NO
006880             ' - ' CIF-RATE-REJECT-REASON
006890         ADD 1 TO CIF-RATE-ERRORS
006900         GO TO 1055-EXIT
006910     END-IF.
006920
006930     IF CIF-RATE-COUNT >= CIF-RATE-MAX
006940         DISPLAY 'INTCHG - RATE TABLE FULL AT ' CIF-RATE-MAX
006950             ' TIERS - JOB FAILING'
006960         MOVE 16 TO RETURN-CODE
006970         MOVE 'Y' TO CIF-ABORT-SWITCH
006980         MOVE 'Y' TO CIF-RATE-EOF-SWITCH
006990         GO TO 1055-EXIT
007000     END-IF.
007010     ADD 1 TO CIF-RATE-COUNT.
007020     MOVE CIF-RAT-LEVEL     TO CIF-RTB-LEVEL (CIF-RATE-COUNT).
007030     MOVE CIF-RAT-KEY       TO CIF-RTB-KEY (CIF-RATE-COUNT).
007040     MOVE CIF-RAT-TIER-TYPE TO CIF-RTB-TYPE (CIF-RATE-COUNT).
007050     MOVE CIF-RAT-FLOOR     TO CIF-RTB-FLOOR (CIF-RATE-COUNT).
007060     MOVE CIF-RAT-RATE      TO CIF-RTB-RATE (CIF-RATE-COUNT).
007070     MOVE CIF-RAT-FEE       TO CIF-RTB-FEE (CIF-RATE-COUNT).
007080 1055-EXIT.
007090     EXIT.
007100
007110******************************************************************
007120*   1057-EDIT-RATE-ROW                                           *
007130*   PROVES THE RATE TABLE ROW IN HAND, LEAVING THE FIRST RULE    *
007140*   BROKEN IN CIF-RATE-REJECT-REASON.  A BRANCH ROW NEEDS A      *
007150*   BRANCH CODE OF NO MORE THAN FOUR POSITIONS, A DEPARTMENT ROW *
007160*   A DEPARTMENT, AND A STANDARD ROW NO KEY.  AN OVERDRAWN TIER  *
007170*   PAYS NO INTEREST.  A SECOND TIER OF THE SAME TYPE AND FLOOR  *
007180*   IN ONE SCHEDULE WOULD MAKE THE CHARGE AMBIGUOUS.             *
007190******************************************************************
007200 1057-EDIT-RATE-ROW.
007210     MOVE SPACES TO CIF-RATE-REJECT-REASON.
007220     IF NOT CIF-RAT-BRANCH AND NOT CIF-RAT-DEPT
007230             AND NOT CIF-RAT-STANDARD
007240         MOVE 'LEVEL NOT B, D OR S' TO CIF-RATE-REJECT-REASON
007250         GO TO 1057-EXIT
007260     END-IF.
007270     IF CIF-RAT-BRANCH
007280         IF CIF-RAT-KEY(1:4) = SPACES
007290                 OR CIF-RAT-KEY(5:46) NOT = SPACES
007300             MOVE 'BRANCH CODE NOT VALID'
007310                 TO CIF-RATE-REJECT-REASON
007320             GO TO 1057-EXIT
007330         END-IF
007340     END-IF.
007350     IF CIF-RAT-DEPT AND CIF-RAT-KEY = SPACES
007360         MOVE 'NO DEPARTMENT GIVEN' TO CIF-RATE-REJECT-REASON
007370         GO TO 1057-EXIT
007380     END-IF.
007390     IF CIF-RAT-STANDARD AND CIF-RAT-KEY NOT = SPACES
007400         MOVE 'STANDARD ROW CARRIES A KEY'
007410             TO CIF-RATE-REJECT-REASON
007420         GO TO 1057-EXIT
007430     END-IF.
007440     IF NOT CIF-RAT-OVERDRAWN AND NOT CIF-RAT-CREDIT
007450         MOVE 'TIER TYPE NOT O OR C' TO CIF-RATE-REJECT-REASON
007460         GO TO 1057-EXIT
007470     END-IF.
007480     IF CIF-RAT-FLOOR NOT NUMERIC OR CIF-RAT-RATE NOT NUMERIC
007490             OR CIF-RAT-FEE NOT NUMERIC
007500         MOVE 'FLOOR, RATE OR FEE NOT NUMERIC'
007510             TO CIF-RATE-REJECT-REASON
007520         GO TO 1057-EXIT
007530     END-IF.
007540     IF CIF-RAT-OVERDRAWN AND CIF-RAT-RATE NOT = ZERO
007550         MOVE 'OVERDRAWN TIER CARRIES A RATE'
007560             TO CIF-RATE-REJECT-REASON
007570         GO TO 1057-EXIT
007580     END-IF.
007590     PERFORM 1058-CHECK-DUPLICATE THRU 1058-EXIT
007600         VARYING CIF-DUP-IDX FROM 1 BY 1
007610         UNTIL CIF-DUP-IDX > CIF-RATE-COUNT
007620             OR CIF-RATE-REJECT-REASON NOT = SPACES.
007630 1057-EXIT.
007640     EXIT.
007650
007660******************************************************************
007670*   1058-CHECK-DUPLICATE                                         *
007680*   TESTS THE ROW IN HAND AGAINST ONE TIER ALREADY TABLED.  ONLY *
007690*   ONE OVERDRAWN TIER, AND ONE CREDIT TIER PER FLOOR, IS        *
007700*   ALLOWED IN A SCHEDULE.                                       *
007710******************************************************************
007720 1058-CHECK-DUPLICATE.
007730     IF CIF-RTB-LEVEL (CIF-DUP-IDX) = CIF-RAT-LEVEL
007740             AND CIF-RTB-KEY (CIF-DUP-IDX) = CIF-RAT-KEY
007750             AND CIF-RTB-TYPE (CIF-DUP-IDX) = CIF-RAT-TIER-TYPE
007760         IF CIF-RAT-OVERDRAWN
007770                 OR CIF-RTB-FLOOR (CIF-DUP-IDX) = CIF-RAT-FLOOR
007780             MOVE 'DUPLICATE TIER IN SCHEDULE'
007790                 TO CIF-RATE-REJECT-REASON
007800         END-IF
007810     END-IF.
007820 1058-EXIT.
007830     EXIT.
007840
007850******************************************************************
007860*   1060-GET-FILE-SEQUENCE                                       *
007870*   FINDS THE LAST MONTH-END FILE TRNPOST ACCEPTED ON THE        *
007880*   INBOUND FILE CONTROL FILE AND TAKES THE NEXT SEQUENCE        *
007890*   NUMBER.  THE FIRST MONTH-END FILE STARTS AT ONE.  IF THE     *
007900*   LAST FILE ACCEPTED ALREADY COVERS THE MONTH TO CHARGE, THE   *
007910*   MONTH HAS BEEN CHARGED AND THE RUN IS REFUSED.  A RERUN      *
007920*   BEFORE TRNPOST HAS TAKEN THE FILE SIMPLY REBUILDS IT UNDER   *
007930*   THE SAME SEQUENCE NUMBER.                                    *
007940******************************************************************
007950 1060-GET-FILE-SEQUENCE.
007960     MOVE 'N' TO CIF-FCTL-FOUND-SWITCH.
007970     MOVE 'N' TO CIF-FCTL-EOF-SWITCH.
007980     MOVE 1 TO CIF-NEXT-SEQ.
007990     OPEN INPUT FILE-CONTROL-FILE.
008000     IF CIF-FILECTL-STATUS = '35'
008010         GO TO 1060-EXIT
008020     END-IF.
008030     IF CIF-FILECTL-STATUS NOT = '00'
008040         DISPLAY 'INTCHG - FILE CONTROL OPEN FAILED - '
008050             'STATUS ' CIF-FILECTL-STATUS
008060         MOVE 16 TO RETURN-CODE
008070         MOVE 'Y' TO CIF-ABORT-SWITCH
008080         GO TO 1060-EXIT
008090     END-IF.
008100     PERFORM 1065-READ-FILE-CONTROL THRU 1065-EXIT
008110         UNTIL CIF-FCTL-EOF.
008120     CLOSE FILE-CONTROL-FILE.
008130     IF CIF-ABORT OR NOT CIF-FCTL-FOUND
008140         GO TO 1060-EXIT
008150     END-IF.
008160
008170     IF CIF-FCTL-LAST-DATE(1:6) NOT < CIF-PERIOD
008180         DISPLAY 'INTCHG - MONTH-END ITEMS FOR ' CIF-PERIOD-EDIT
008190             ' ALREADY TAKEN BY TRNPOST - JOB FAILING'
008200         MOVE 16 TO RETURN-CODE
008210         MOVE 'Y' TO CIF-ABORT-SWITCH
008220         GO TO 1060-EXIT
008230     END-IF.
008240     COMPUTE CIF-NEXT-SEQ = CIF-FCTL-LAST-SEQ + 1.
008250 1060-EXIT.
008260     EXIT.
008270
008280******************************************************************
008290*   1065-READ-FILE-CONTROL                                       *
008300*   READS ONE FILE CONTROL RECORD, KEEPING THE ONE FOR MONTH-END *
008310*   TRANSACTION FILES.  A READ FAILURE FAILS THE JOB.            *
008320******************************************************************
008330 1065-READ-FILE-CONTROL.
008340     READ FILE-CONTROL-FILE
008350         AT END
008360             MOVE 'Y' TO CIF-FCTL-EOF-SWITCH
008370         NOT AT END
008380             IF CIF-FCT-FILE-ID = CIF-CTL-FILE-ID
008390                     AND CIF-FCT-BRANCH = CIF-MY-BRANCH
008400                 MOVE 'Y' TO CIF-FCTL-FOUND-SWITCH
008410                 MOVE CIF-FCT-LAST-SEQ       TO CIF-FCTL-LAST-SEQ
008420                 MOVE CIF-FCT-LAST-FILE-DATE TO CIF-FCTL-LAST-DATE
008430             END-IF
008440     END-READ.
008450     IF NOT CIF-FCTL-EOF
008460         IF CIF-FILECTL-STATUS NOT = '00'
008470             DISPLAY 'INTCHG - FILE CONTROL READ FAILED - '
008480                 'STATUS ' CIF-FILECTL-STATUS ' - JOB FAILING'
008490             MOVE 16 TO RETURN-CODE
008500             MOVE 'Y' TO CIF-ABORT-SWITCH
008510             MOVE 'Y' TO CIF-FCTL-EOF-SWITCH
008520         END-IF
008530     END-IF.
008540 1065-EXIT.
008550     EXIT.
008560
008570******************************************************************
008580*   1090-CHECK-RUN-HISTORY                                       *
008590*   SCANS THE SHARED RUN-HISTORY FILE FOR AN END RECORD SHOWING  *
008600*   THIS PROGRAM ALREADY COMPLETED CLEAN TODAY, AND WARNS THE    *
008610*   OPERATOR BEFORE LETTING THE JOB RUN AGAIN.                   *
008620******************************************************************
008630 1090-CHECK-RUN-HISTORY.
008640     MOVE 'N' TO CIF-RUNH-EOF-SWITCH.
008650     MOVE 'N' TO CIF-RUNH-DONE-SWITCH.
008660     OPEN INPUT RUN-HISTORY-FILE.
008670     IF CIF-RUNHIST-STATUS NOT = '00'
008680         GO TO 1090-EXIT
008690     END-IF.
008700     PERFORM 1091-READ-RUN-HISTORY THRU 1091-EXIT
008710         UNTIL CIF-RUNH-EOF.
008720     CLOSE RUN-HISTORY-FILE.
008730
008740     IF CIF-RUNH-DONE-TODAY
008750         IF CIF-UNATTENDED
008760             MOVE 'RERUN' TO CIF-PARM-WANT-KEY
008770             PERFORM 1020-FIND-RUN-PARM THRU 1020-EXIT
008780             IF NOT CIF-PARM-FOUND
008790                 PERFORM 1030-PARM-MISSING THRU 1030-EXIT
008800                 GO TO 1090-EXIT
008810             END-IF
008820             MOVE CIF-PARM-VALUE-WORK(1:1) TO CIF-RESPONSE
008830         ELSE
008840             DISPLAY 'INTCHG ALREADY COMPLETED CLEAN TODAY '
008850                 '- RUN AGAIN (Y/N) ? '
008860             ACCEPT CIF-RESPONSE
008870         END-IF
008880         IF CIF-RESPONSE NOT = 'Y' AND CIF-RESPONSE NOT = 'y'
008890             DISPLAY 'RUN CANCELLED BY OPERATOR'
008900             MOVE 8 TO RETURN-CODE
008910             MOVE 'Y' TO CIF-ABORT-SWITCH
008920         END-IF
008930     END-IF.
008940 1090-EXIT.
008950     EXIT.
008960
008970******************************************************************
008980*   1091-READ-RUN-HISTORY                                        *
008990*   READS ONE RUN-HISTORY RECORD OF THE STARTUP CHECK.           *
009000******************************************************************
009010 1091-READ-RUN-HISTORY.
009020     READ RUN-HISTORY-FILE
009030         AT END
009040             MOVE 'Y' TO CIF-RUNH-EOF-SWITCH
009050         NOT AT END
009060             IF CIF-RUNH-PROGRAM-ID = CIF-MY-PROGRAM-ID AND
009070                     CIF-RUNH-END AND
009080                     CIF-RUNH-RUN-DATE = CIF-RUN-DATE AND
009090                     CIF-RUNH-RETURN-CODE = ZERO
009100                 MOVE 'Y' TO CIF-RUNH-DONE-SWITCH
009110             END-IF
009120     END-READ.
009130     IF NOT CIF-RUNH-EOF
009140         IF CIF-RUNHIST-STATUS NOT = '00'
009150             DISPLAY 'INTCHG - RUN-HISTORY READ FAILED - '
009160                 'STATUS ' CIF-RUNHIST-STATUS
009170                 ' - STARTUP CHECK INCOMPLETE'
009180             MOVE 'Y' TO CIF-RUNH-EOF-SWITCH
009190         END-IF
009200     END-IF.
009210 1091-EXIT.
009220     EXIT.
009230
009240******************************************************************
009250*   1092-CHECK-PREDECESSORS                                      *
009260*   LOOKS UP THIS PROGRAM'S REQUIRED PREDECESSORS ON THE NIGHT-  *
009270*   CYCLE JOB DEPENDENCY TABLE AND PROVES EACH ONE HAS AN END    *
009280*   RECORD ON THE RUN-HISTORY FILE FOR TODAY WITH RETURN CODE    *
009290*   ZERO.  ANY THAT HAS NOT IS NAMED ON THE CONSOLE AND THE RUN  *
009300*   IS REFUSED WITH RETURN CODE 20.  WITHOUT THE TABLE, OR WITH  *
009310*   NO ROWS FOR THIS PROGRAM, THERE IS NOTHING TO WAIT FOR.      *
009320******************************************************************
009330 1092-CHECK-PREDECESSORS.
009340     MOVE ZERO TO CIF-PRED-COUNT.
009350     MOVE ZERO TO CIF-PREDS-BLOCKING.
009360     MOVE 'N' TO CIF-JOBD-EOF-SWITCH.
009370     OPEN INPUT JOB-DEP-FILE.
009380     IF CIF-JOBDEP-STATUS NOT = '00'
009390         GO TO 1092-EXIT
009400     END-IF.
009410     PERFORM 1093-READ-JOB-DEPENDENCY THRU 1093-EXIT
009420         UNTIL CIF-JOBD-EOF.
009430     CLOSE JOB-DEP-FILE.
009440     IF CIF-ABORT OR CIF-PRED-COUNT = ZERO
009450         GO TO 1092-EXIT
009460     END-IF.
009470
009480     MOVE 'N' TO CIF-RUNH-EOF-SWITCH.
009490     OPEN INPUT RUN-HISTORY-FILE.
009500     IF CIF-RUNHIST-STATUS = '00'
009510         PERFORM 1094-READ-PRED-HISTORY THRU 1094-EXIT
009520             UNTIL CIF-RUNH-EOF
009530         CLOSE RUN-HISTORY-FILE
009540     END-IF.
009550     PERFORM 1097-REPORT-PREDECESSOR THRU 1097-EXIT
009560         VARYING CIF-PRED-IDX FROM 1 BY 1
009570         UNTIL CIF-PRED-IDX > CIF-PRED-COUNT.
009580     IF CIF-PREDS-BLOCKING > ZERO
009590         DISPLAY 'INTCHG - PREDECESSORS NOT ENDED CLEAN '
009600             'TODAY : ' CIF-PREDS-BLOCKING ' - RUN REFUSED'
009610         MOVE 20 TO RETURN-CODE
009620         MOVE 'Y' TO CIF-ABORT-SWITCH
009630     END-IF.
009640 1092-EXIT.
009650     EXIT.
009660
009670******************************************************************
009680*   1093-READ-JOB-DEPENDENCY                                     *
009690*   READS ONE JOB DEPENDENCY ROW, TABLING THE PREDECESSORS       *
009700*   NAMED FOR THIS PROGRAM.  A READ FAILURE, OR MORE             *
009710*   PREDECESSORS THAN THE TABLE HOLDS, FAILS THE JOB RATHER      *
009720*   THAN LET IT RUN ON A PARTIAL CHECK.                          *
009730******************************************************************
009740 1093-READ-JOB-DEPENDENCY.
009750     READ JOB-DEP-FILE
009760         AT END
009770             MOVE 'Y' TO CIF-JOBD-EOF-SWITCH
009780             GO TO 1093-EXIT
009790     END-READ.
009800     IF CIF-JOBDEP-STATUS NOT = '00'
009810         DISPLAY 'INTCHG - JOB DEPENDENCY READ FAILED - '
009820             'STATUS ' CIF-JOBDEP-STATUS ' - JOB FAILING'
009830         MOVE 16 TO RETURN-CODE
009840         MOVE 'Y' TO CIF-ABORT-SWITCH
009850         MOVE 'Y' TO CIF-JOBD-EOF-SWITCH
009860         GO TO 1093-EXIT
009870     END-IF.
009880     IF CIF-JOBD-PROGRAM-ID NOT = CIF-MY-PROGRAM-ID
009890             OR CIF-JOBD-PRED-ID = SPACES
009900         GO TO 1093-EXIT
009910     END-IF.
009920     IF CIF-PRED-COUNT >= 10
009930         DISPLAY 'INTCHG - MORE THAN 10 PREDECESSORS ON THE '
009940             'JOB DEPENDENCY TABLE - JOB FAILING'
009950         MOVE 16 TO RETURN-CODE
009960         MOVE 'Y' TO CIF-ABORT-SWITCH
009970         MOVE 'Y' TO CIF-JOBD-EOF-SWITCH
009980         GO TO 1093-EXIT
009990     END-IF.
010000     ADD 1 TO CIF-PRED-COUNT.
010010     MOVE CIF-JOBD-PRED-ID
010020         TO CIF-PRED-PROGRAM-ID (CIF-PRED-COUNT).
010030     MOVE 'N' TO CIF-PRED-CLEAN-SW (CIF-PRED-COUNT).
010040 1093-EXIT.
010050     EXIT.
010060
010070******************************************************************
010080*   1094-READ-PRED-HISTORY                                       *
010090*   READS ONE RUN-HISTORY RECORD OF THE PREDECESSOR CHECK.  EACH *
010100*   END RECORD FOR TODAY, IN FILE ORDER, MARKS THAT PROGRAM DONE *
010110*   OR NOT DONE, SO ITS LATEST RUN DECIDES - A CLEAN RUN         *
010120*   FOLLOWED BY A FAILED RERUN IS NOT DONE.  A READ ERROR ENDS   *
010130*   THE SCAN, LEAVING ANY PREDECESSOR NOT YET SEEN UNPROVEN.     *
010140******************************************************************
010150 1094-READ-PRED-HISTORY.
010160     READ RUN-HISTORY-FILE
010170         AT END
010180             MOVE 'Y' TO CIF-RUNH-EOF-SWITCH
010190         NOT AT END
010200             IF CIF-RUNH-END AND
010210                     CIF-RUNH-RUN-DATE = CIF-RUN-DATE
010220                 PERFORM 1096-MATCH-PREDECESSOR THRU 1096-EXIT
010230                     VARYING CIF-PRED-IDX FROM 1 BY 1
010240                     UNTIL CIF-PRED-IDX > CIF-PRED-COUNT
010250             END-IF
010260     END-READ.
010270     IF NOT CIF-RUNH-EOF
010280         IF CIF-RUNHIST-STATUS NOT = '00'
010290             DISPLAY 'INTCHG - RUN-HISTORY READ FAILED - '
010300                 'STATUS ' CIF-RUNHIST-STATUS
010310                 ' - PREDECESSOR CHECK INCOMPLETE'
010320             MOVE 'Y' TO CIF-RUNH-EOF-SWITCH
010330         END-IF
010340     END-IF.
010350 1094-EXIT.
010360     EXIT.
010370
010380******************************************************************
010390*   1095-WRITE-RUN-START                                         *
010400*   APPENDS THIS RUN'S START RECORD TO THE RUN-HISTORY FILE,     *
010410*   WHICH STAYS OPEN UNTIL THE END RECORD IS WRITTEN AT          *
010420*   TERMINATION.                                                 *
010430******************************************************************
010440 1095-WRITE-RUN-START.
010450     OPEN EXTEND RUN-HISTORY-FILE.
010460     IF CIF-RUNHIST-STATUS NOT = '00'
010470         OPEN OUTPUT RUN-HISTORY-FILE
010480     END-IF.
010490     MOVE SPACES            TO RUN-HISTORY-RECORD.
010500     MOVE CIF-MY-PROGRAM-ID TO CIF-RUNH-PROGRAM-ID.
010510     MOVE 'START'           TO CIF-RUNH-REC-TYPE.
010520     MOVE CIF-RUN-DATE      TO CIF-RUNH-RUN-DATE.
010530     MOVE CIF-START-TIME    TO CIF-RUNH-RUN-TIME.
010540     MOVE ZERO              TO CIF-RUNH-RECS-READ.
010550     MOVE ZERO              TO CIF-RUNH-RECS-WRITTEN.
010560     MOVE ZERO              TO CIF-RUNH-RECS-REJECTED.
010570     MOVE ZERO              TO CIF-RUNH-RETURN-CODE.
010580     WRITE RUN-HISTORY-RECORD.
010590     MOVE 'Y' TO CIF-RUNH-STARTED-SWITCH.
010600 1095-EXIT.
010610     EXIT.
010620
010630******************************************************************
010640*   1096-MATCH-PREDECESSOR                                       *
010650*   WHEN THE END RECORD IN HAND IS ONE PREDECESSOR'S OWN, MARKS  *
010660*   IT DONE FOR A CLEAN END AND NOT DONE FOR ANY OTHER.          *
010670******************************************************************
010680 1096-MATCH-PREDECESSOR.
010690     IF CIF-PRED-PROGRAM-ID (CIF-PRED-IDX) = CIF-RUNH-PROGRAM-ID
010700         IF CIF-RUNH-RETURN-CODE = ZERO
010710             MOVE 'Y' TO CIF-PRED-CLEAN-SW (CIF-PRED-IDX)
010720         ELSE
010730             MOVE 'N' TO CIF-PRED-CLEAN-SW (CIF-PRED-IDX)
010740         END-IF
010750     END-IF.
010760 1096-EXIT.
010770     EXIT.
010780
010790******************************************************************
010800*   1097-REPORT-PREDECESSOR                                      *
010810*   NAMES ONE PREDECESSOR ON THE CONSOLE WHEN IT HAS NOT ENDED   *
010820*   CLEAN TODAY, AND COUNTS IT AGAINST THE RUN.                  *
010830******************************************************************
010840 1097-REPORT-PREDECESSOR.
010850     IF NOT CIF-PRED-CLEAN (CIF-PRED-IDX)
010860         DISPLAY 'INTCHG - PREDECESSOR '
010870             CIF-PRED-PROGRAM-ID (CIF-PRED-IDX)
010880             ' HAS NOT ENDED CLEAN TODAY'
010890         ADD 1 TO CIF-PREDS-BLOCKING
010900     END-IF.
010910 1097-EXIT.
010920     EXIT.
010930
010940******************************************************************
010950*   1100-READ-CUSTOMER                                           *
010960******************************************************************
010970 1100-READ-CUSTOMER.
010980     READ CUSTOMER-MASTER NEXT RECORD
010990         AT END
011000             MOVE 'Y' TO CIF-EOF-SWITCH
011010         NOT AT END
011020             ADD 1 TO CIF-RECS-READ
011030     END-READ.
011040     IF NOT CIF-EOF
011050         IF CIF-CUSTMAST-STATUS NOT = '00' AND
011060                 CIF-CUSTMAST-STATUS NOT = '02'
011070             DISPLAY 'INTCHG - CUSTOMER-MASTER READ FAILED '
011080                 '- STATUS ' CIF-CUSTMAST-STATUS
011090                 ' - JOB FAILING'
011100             MOVE 16 TO RETURN-CODE
011110             MOVE 'Y' TO CIF-ABORT-SWITCH
011120             MOVE 'Y' TO CIF-EOF-SWITCH
011130         END-IF
011140     END-IF.
011150 1100-EXIT.
011160     EXIT.
011170
011180******************************************************************
011190*   1200-WRITE-HEADER                                            *
011200*   OPENS THE TRANSACTION FILE WITH ITS HEADER CONTROL RECORD -  *
011210*   THE MONTH-END BRANCH CODE, THE LAST DAY OF THE MONTH AND THE *
011220*   NEXT SEQUENCE NUMBER, WHICH TRNPOST PROVES AGAINST FILECTL.  *
011230******************************************************************
011240 1200-WRITE-HEADER.
011250     MOVE SPACES              TO TRANSACTION-HEADER-RECORD.
011260     MOVE 'HDR'               TO CIF-TRH-REC-TYPE.
011270     MOVE CIF-MY-BRANCH       TO CIF-TRH-BRANCH.
011280     MOVE CIF-PERIOD-END-DATE TO CIF-TRH-FILE-DATE.
011290     MOVE CIF-NEXT-SEQ        TO CIF-TRH-SEQ-NO.
011300     WRITE TRANSACTION-HEADER-RECORD.
011310     IF CIF-TRAN-STATUS NOT = '00'
011320         DISPLAY 'INTCHG - HEADER WRITE FAILED - STATUS '
011330             CIF-TRAN-STATUS ' - JOB FAILING'
011340         MOVE 16 TO RETURN-CODE
011350         MOVE 'Y' TO CIF-ABORT-SWITCH
011360     END-IF.
011370 1200-EXIT.
011380     EXIT.
011390
011400******************************************************************
011410*   2000-PROCESS-RECORD                                          *
011420*   CALCULATES EVERY ACTIVE ACCOUNT ACKNOWLEDGED ACCEPTED.  ANY  *
011430*   OTHER ITEM WOULD ONLY BE REJECTED OR HELD BY TRNPOST, SO     *
011440*   THOSE ACCOUNTS ARE COUNTED AND PASSED OVER.                  *
011450******************************************************************
011460 2000-PROCESS-RECORD.
011470     IF CIF-CUST-ACTIVE AND CIF-CUST-ACK-ACCEPTED
011480         ADD 1 TO CIF-ACCTS-ELIGIBLE
011490         PERFORM 2100-CALCULATE-ACCOUNT THRU 2100-EXIT
011500     ELSE
011510         ADD 1 TO CIF-ACCTS-NOT-ELIGIBLE
011520     END-IF.
011530     IF NOT CIF-EOF
011540         PERFORM 1100-READ-CUSTOMER THRU 1100-EXIT
011550     END-IF.
011560 2000-EXIT.
011570     EXIT.
011580
011590******************************************************************
011600*   2100-CALCULATE-ACCOUNT                                       *
011610*   FINDS THE ACCOUNT'S SCHEDULE (2110) AND BALANCE TIER (2120), *
011620*   WORKS OUT THE MONTH'S INTEREST - ONE TWELFTH OF THE ANNUAL   *
011630*   RATE ON A CREDIT BALANCE, ROUNDED TO THE CENT - AND THE      *
011640*   TIER'S FEE, AND RAISES A CREDIT ITEM FOR THE ONE AND A DEBIT *
011650*   ITEM FOR THE OTHER.  A BALANCE THAT IS NOT NUMERIC IS TAKEN  *
011660*   AS ZERO, AS TRNPOST TAKES IT.                                *
011670******************************************************************
011680 2100-CALCULATE-ACCOUNT.
011690     IF CIF-CUST-BALANCE IS NUMERIC
011700         MOVE CIF-CUST-BALANCE TO CIF-BALANCE-WORK
011710     ELSE
011720         MOVE ZERO TO CIF-BALANCE-WORK
011730     END-IF.
011740     MOVE ZERO TO CIF-INTEREST-WORK.
011750     MOVE ZERO TO CIF-FEE-WORK.
011760     MOVE ZERO TO CIF-RATE-WORK.
011770
011780     PERFORM 2110-FIND-SCHEDULE THRU 2110-EXIT.
011790     IF NOT CIF-SCHED-FOUND
011800         ADD 1 TO CIF-ACCTS-NO-TIER
011810         GO TO 2100-EXIT
011820     END-IF.
011830     PERFORM 2120-FIND-TIER THRU 2120-EXIT.
011840     IF CIF-TIER-IDX = ZERO
011850         ADD 1 TO CIF-ACCTS-NO-TIER
011860         GO TO 2100-EXIT
011870     END-IF.
011880
011890     MOVE CIF-RTB-RATE (CIF-TIER-IDX) TO CIF-RATE-WORK.
011900     MOVE CIF-RTB-FEE (CIF-TIER-IDX)  TO CIF-FEE-WORK.
011910     IF CIF-BALANCE-WORK > ZERO AND CIF-RATE-WORK > ZERO
011920         COMPUTE CIF-INTEREST-WORK ROUNDED =
011930             CIF-BALANCE-WORK * CIF-RATE-WORK / 1200
011940             ON SIZE ERROR
011950                 DISPLAY 'INTCHG - INTEREST ON ACCOUNT '
011960                     CIF-CUST-KEY ' TOO LARGE - JOB FAILING'
011970                 MOVE 16 TO RETURN-CODE
011980                 MOVE 'Y' TO CIF-ABORT-SWITCH
011990                 MOVE 'Y' TO CIF-EOF-SWITCH
012000                 GO TO 2100-EXIT
012010         END-COMPUTE
012020     END-IF.
012030     IF CIF-INTEREST-WORK = ZERO AND CIF-FEE-WORK = ZERO
012040         ADD 1 TO CIF-ACCTS-NOTHING-DUE
012050         GO TO 2100-EXIT
012060     END-IF.
012070
012080     IF CIF-INTEREST-WORK > ZERO
012090         MOVE 'C'               TO CIF-ITEM-TYPE-WORK
012100         MOVE CIF-INTEREST-WORK TO CIF-ITEM-AMOUNT-WORK
012110         MOVE CIF-INTEREST-REF  TO CIF-ITEM-REF-WORK
012120         PERFORM 2200-WRITE-ITEM THRU 2200-EXIT
012130         IF CIF-ABORT
012140             GO TO 2100-EXIT
012150         END-IF
012160         ADD 1 TO CIF-INTEREST-ITEMS
012170         ADD CIF-INTEREST-WORK TO CIF-TOTAL-INTEREST
012180     END-IF.
012190     IF CIF-FEE-WORK > ZERO
012200         MOVE 'D'               TO CIF-ITEM-TYPE-WORK
012210         MOVE CIF-FEE-WORK      TO CIF-ITEM-AMOUNT-WORK
012220         MOVE CIF-CHARGE-REF    TO CIF-ITEM-REF-WORK
012230         PERFORM 2200-WRITE-ITEM THRU 2200-EXIT
012240         IF CIF-ABORT
012250             GO TO 2100-EXIT
012260         END-IF
012270         ADD 1 TO CIF-CHARGE-ITEMS
012280         ADD CIF-FEE-WORK TO CIF-TOTAL-FEES
012290     END-IF.
012300     PERFORM 4000-WRITE-REPORT-DETAIL THRU 4000-EXIT.
012310 2100-EXIT.
012320     EXIT.
012330
012340******************************************************************
012350*   2110-FIND-SCHEDULE                                           *
012360*   THE ACCOUNT TAKES ITS BRANCH'S SCHEDULE IF THE RATE TABLE    *
012370*   HAS ONE, ELSE ITS DEPARTMENT'S, ELSE THE STANDARD SCHEDULE.  *
012380*   CIF-SCHED-LEVEL IS LEFT ON THE LEVEL FOUND.                  *
012390******************************************************************
012400 2110-FIND-SCHEDULE.
012410     MOVE 'N' TO CIF-SCHED-FOUND-SWITCH.
012420     MOVE 'B' TO CIF-SCHED-LEVEL.
012430     PERFORM 2115-SCAN-SCHEDULE THRU 2115-EXIT
012440         VARYING CIF-RATE-IDX FROM 1 BY 1
012450         UNTIL CIF-RATE-IDX > CIF-RATE-COUNT OR CIF-SCHED-FOUND.
012460     IF CIF-SCHED-FOUND
012470         GO TO 2110-EXIT
012480     END-IF.
012490     MOVE 'D' TO CIF-SCHED-LEVEL.
012500     PERFORM 2115-SCAN-SCHEDULE THRU 2115-EXIT
012510         VARYING CIF-RATE-IDX FROM 1 BY 1
012520         UNTIL CIF-RATE-IDX > CIF-RATE-COUNT OR CIF-SCHED-FOUND.
012530     IF CIF-SCHED-FOUND
012540         GO TO 2110-EXIT
012550     END-IF.
012560     MOVE 'S' TO CIF-SCHED-LEVEL.
012570     PERFORM 2115-SCAN-SCHEDULE THRU 2115-EXIT
012580         VARYING CIF-RATE-IDX FROM 1 BY 1
012590         UNTIL CIF-RATE-IDX > CIF-RATE-COUNT OR CIF-SCHED-FOUND.
012600 2110-EXIT.
012610     EXIT.
012620
012630******************************************************************
012640*   2115-SCAN-SCHEDULE                                           *
012650*   TESTS WHETHER ONE TABLED TIER BELONGS TO THE ACCOUNT'S       *
012660*   SCHEDULE AT THE LEVEL BEING TRIED.                           *
012670******************************************************************
012680 2115-SCAN-SCHEDULE.
012690     PERFORM 2190-TEST-ROW THRU 2190-EXIT.
012700     IF CIF-ROW-MATCH
012710         MOVE 'Y' TO CIF-SCHED-FOUND-SWITCH
012720     END-IF.
012730 2115-EXIT.
012740     EXIT.
012750
012760******************************************************************
012770*   2120-FIND-TIER                                               *
012780*   PICKS THE TIER OF THE ACCOUNT'S SCHEDULE THAT FITS ITS       *
012790*   BALANCE - THE OVERDRAWN TIER FOR A BALANCE BELOW ZERO, ELSE  *
012800*   THE CREDIT TIER WITH THE HIGHEST FLOOR NOT ABOVE THE         *
012810*   BALANCE.  CIF-TIER-IDX IS LEFT ZERO WHEN NO TIER FITS.       *
012820******************************************************************
012830 2120-FIND-TIER.
012840     MOVE ZERO TO CIF-TIER-IDX.
012850     PERFORM 2125-TEST-TIER THRU 2125-EXIT
012860         VARYING CIF-RATE-IDX FROM 1 BY 1
012870         UNTIL CIF-RATE-IDX > CIF-RATE-COUNT.
012880 2120-EXIT.
012890     EXIT.
012900
012910******************************************************************
012920*   2125-TEST-TIER                                               *
012930*   TESTS ONE TABLED TIER AGAINST THE ACCOUNT'S BALANCE, KEEPING *
012940*   IT WHEN IT FITS BETTER THAN THE BEST FOUND SO FAR.           *
012950******************************************************************
012960 2125-TEST-TIER.
012970     PERFORM 2190-TEST-ROW THRU 2190-EXIT.
012980     IF NOT CIF-ROW-MATCH
012990         GO TO 2125-EXIT
013000     END-IF.
013010     IF CIF-BALANCE-WORK < ZERO
013020         IF CIF-RTB-TYPE (CIF-RATE-IDX) = 'O'
013030             MOVE CIF-RATE-IDX TO CIF-TIER-IDX
013040         END-IF
013050         GO TO 2125-EXIT
013060     END-IF.
013070     IF CIF-RTB-TYPE (CIF-RATE-IDX) NOT = 'C'
013080             OR CIF-RTB-FLOOR (CIF-RATE-IDX) > CIF-BALANCE-WORK
013090         GO TO 2125-EXIT
013100     END-IF.
013110     IF CIF-TIER-IDX = ZERO
013120         MOVE CIF-RATE-IDX TO CIF-TIER-IDX
013130         GO TO 2125-EXIT
013140     END-IF.
013150     IF CIF-RTB-FLOOR (CIF-RATE-IDX) >
013160             CIF-RTB-FLOOR (CIF-TIER-IDX)
013170         MOVE CIF-RATE-IDX TO CIF-TIER-IDX
013180     END-IF.
013190 2125-EXIT.
013200     EXIT.
013210
013220******************************************************************
013230*   2190-TEST-ROW                                                *
013240*   SETS CIF-ROW-MATCH WHEN THE TIER AT CIF-RATE-IDX BELONGS TO  *
013250*   THE SCHEDULE AT CIF-SCHED-LEVEL FOR THE ACCOUNT IN HAND -    *
013260*   ITS BRANCH, ITS DEPARTMENT, OR THE STANDARD SCHEDULE.        *
013270******************************************************************
013280 2190-TEST-ROW.
013290     MOVE 'N' TO CIF-ROW-MATCH-SWITCH.
013300     IF CIF-RTB-LEVEL (CIF-RATE-IDX) NOT = CIF-SCHED-LEVEL
013310         GO TO 2190-EXIT
013320     END-IF.
013330     IF CIF-SCHED-LEVEL = 'B'
013340         IF CIF-RTB-KEY (CIF-RATE-IDX)(1:4) = CIF-CUST-BRANCH
013350             MOVE 'Y' TO CIF-ROW-MATCH-SWITCH
013360         END-IF
013370         GO TO 2190-EXIT
013380     END-IF.
013390     IF CIF-SCHED-LEVEL = 'D'
013400         IF CIF-RTB-KEY (CIF-RATE-IDX) = CIF-CUST-DEPT
013410             MOVE 'Y' TO CIF-ROW-MATCH-SWITCH
013420         END-IF
013430         GO TO 2190-EXIT
013440     END-IF.
013450     MOVE 'Y' TO CIF-ROW-MATCH-SWITCH.
013460 2190-EXIT.
013470     EXIT.
013480
013490******************************************************************
013500*   2200-WRITE-ITEM                                              *
013510*   WRITES ONE TRANSACTION ITEM OF TYPE CIF-ITEM-TYPE-WORK FOR   *
013520*   THE ACCOUNT IN HAND, DATED THE LAST DAY OF THE MONTH, AND    *
013530*   ADDS IT TO THE TRAILER COUNT AND HASH TOTAL.                 *
013540******************************************************************
013550 2200-WRITE-ITEM.
013560     MOVE SPACES               TO TRANSACTION-RECORD.
013570     MOVE CIF-CUST-KEY         TO CIF-TRN-ACCT-NO.
013580     MOVE CIF-ITEM-TYPE-WORK   TO CIF-TRN-TYPE.
013590     MOVE CIF-ITEM-AMOUNT-WORK TO CIF-TRN-AMOUNT.
013600     MOVE CIF-PERIOD-END-DATE  TO CIF-TRN-DATE.
013610     MOVE CIF-ITEM-REF-WORK    TO CIF-TRN-REF.
013620     WRITE TRANSACTION-RECORD.
013630     IF CIF-TRAN-STATUS NOT = '00'
013640         DISPLAY 'INTCHG - TRANSACTION WRITE FAILED - KEY '
013650             CIF-CUST-KEY ' STATUS ' CIF-TRAN-STATUS
013660             ' - JOB FAILING'
013670         MOVE 16 TO RETURN-CODE
013680         MOVE 'Y' TO CIF-ABORT-SWITCH
013690         MOVE 'Y' TO CIF-EOF-SWITCH
013700         GO TO 2200-EXIT
013710     END-IF.
013720     ADD 1 TO CIF-ITEMS-WRITTEN.
013730     ADD CIF-ITEM-AMOUNT-WORK TO CIF-HASH-TOTAL.
013740 2200-EXIT.
013750     EXIT.
013760
013770******************************************************************
013780*   4000-WRITE-REPORT-DETAIL                                     *
013790*   WRITES ONE CALCULATION LINE FOR THE ACCOUNT IN HAND - ITS    *
013800*   BALANCE, THE SCHEDULE LEVEL USED, THE TIER'S RATE, AND THE   *
013810*   INTEREST PAID AND FEE CHARGED.                               *
013820******************************************************************
013830 4000-WRITE-REPORT-DETAIL.
013840     IF CIF-LINE-COUNT >= CIF-LINES-PER-PAGE OR CIF-PAGE-NO = 0
013850         PERFORM 4100-WRITE-HEADINGS THRU 4100-EXIT
013860     END-IF.
013870
013880     MOVE SPACES              TO CIF-PRINT-LINE-DETAIL.
013890     MOVE CIF-CUST-KEY        TO CIF-D-ACCT-NO.
013900     MOVE CIF-CUST-NAME(1:18) TO CIF-D-NAME.
013910     MOVE CIF-CUST-BRANCH     TO CIF-D-BRANCH.
013920     MOVE CIF-SCHED-LEVEL     TO CIF-D-SCHED.
013930     MOVE CIF-BALANCE-WORK    TO CIF-D-BALANCE.
013940     MOVE CIF-RATE-WORK       TO CIF-D-RATE.
013950     MOVE CIF-INTEREST-WORK   TO CIF-D-INTEREST.
013960     MOVE CIF-FEE-WORK        TO CIF-D-FEE.
013970     MOVE CIF-PRINT-LINE-DETAIL TO CIF-REPORT-LINE.
013980     WRITE CIF-REPORT-LINE.
013990     ADD 1 TO CIF-LINE-COUNT.
014000     ADD 1 TO CIF-ACCTS-LISTED.
014010 4000-EXIT.
014020     EXIT.
014030
014040******************************************************************
014050*   4100-WRITE-HEADINGS                                          *
014060******************************************************************
014070 4100-WRITE-HEADINGS.
014080     ADD 1 TO CIF-PAGE-NO.
014090
014100     MOVE SPACES                  TO CIF-PRINT-LINE-HEAD-1.
014110     MOVE 'MONTH-END INTEREST AND CHARGES' TO CIF-H1-TITLE.
014120     MOVE 'PAGE '                       TO CIF-H1-PAGE-LIT.
014130     MOVE CIF-PAGE-NO                   TO CIF-H1-PAGE-NO.
014140     MOVE CIF-PRINT-LINE-HEAD-1    TO CIF-REPORT-LINE.
014150     WRITE CIF-REPORT-LINE.
014160
014170     MOVE SPACES                  TO CIF-PRINT-LINE-HEAD-2.
014180     MOVE 'RUN DATE: '                  TO CIF-H2-DATE-LIT.
014190     MOVE CIF-RUN-DATE-EDIT              TO CIF-H2-RUN-DATE.
014200     MOVE 'PERIOD: '                    TO CIF-H2-PERIOD-LIT.
014210     MOVE CIF-PERIOD-EDIT               TO CIF-H2-PERIOD.
014220     MOVE CIF-PRINT-LINE-HEAD-2    TO CIF-REPORT-LINE.
014230     WRITE CIF-REPORT-LINE.
014240
014250     MOVE SPACES                  TO CIF-REPORT-LINE.
014260     WRITE CIF-REPORT-LINE.
014270
014280     MOVE SPACES                  TO CIF-PRINT-LINE-HEAD-3.
014290     MOVE 'ACCOUNT'                     TO CIF-H3-ACCT-LIT.
014300     MOVE 'CUSTOMER NAME'               TO CIF-H3-NAME-LIT.
014310     MOVE 'BRCH'                        TO CIF-H3-BRANCH-LIT.
014320     MOVE 'S'                           TO CIF-H3-SCHED-LIT.
014330     MOVE '        BALANCE'             TO CIF-H3-BALANCE-LIT.
014340     MOVE ' RATE %'                     TO CIF-H3-RATE-LIT.
014350     MOVE '  INTEREST'                  TO CIF-H3-INTEREST-LIT.
014360     MOVE '      FEE'                   TO CIF-H3-FEE-LIT.
014370     MOVE CIF-PRINT-LINE-HEAD-3    TO CIF-REPORT-LINE.
014380     WRITE CIF-REPORT-LINE.
014390
014400     MOVE ZERO TO CIF-LINE-COUNT.
014410 4100-EXIT.
014420     EXIT.
014430
014440******************************************************************
014450*   8000-WRITE-TRAILER                                           *
014460*   CLOSES THE TRANSACTION FILE WITH ITS TRAILER CONTROL RECORD  *
014470*   CARRYING THE ITEM COUNT AND CIF-TRN-AMOUNT HASH TOTAL THAT   *
014480*   TRNPOST PROVES THE FILE AGAINST.  A FAILED TRAILER WRITE     *
014490*   FAILS THE RUN, AND TRNPOST WOULD REJECT THE FILE WHOLE.      *
014500******************************************************************
014510 8000-WRITE-TRAILER.
014520     MOVE SPACES             TO TRANSACTION-TRAILER-RECORD.
014530     MOVE 'TRL'              TO CIF-TRT-REC-TYPE.
014540     MOVE CIF-ITEMS-WRITTEN  TO CIF-TRT-REC-COUNT.
014550     MOVE CIF-HASH-TOTAL     TO CIF-TRT-HASH-TOTAL.
014560     WRITE TRANSACTION-TRAILER-RECORD.
014570     IF CIF-TRAN-STATUS NOT = '00'
014580         DISPLAY 'INTCHG - TRAILER WRITE FAILED - STATUS '
014590             CIF-TRAN-STATUS ' - JOB FAILING'
014600         MOVE 16 TO RETURN-CODE
014610         MOVE 'Y' TO CIF-ABORT-SWITCH
014620     END-IF.
014630 8000-EXIT.
014640     EXIT.
014650
014660******************************************************************
014670*   8100-WRITE-REPORT-TOTALS                                     *
014680*   CLOSES THE REPORT WITH THE RUN TOTALS.  EVERY ACCOUNT READ   *
014690*   MUST BE ACCOUNTED FOR, AND THE ITEMS AND HASH TOTAL WRITTEN  *
014700*   MUST TIE TO THE INTEREST PAID AND FEES CHARGED, OR THE JOB   *
014710*   FAILS SO THE FILE IS NOT POSTED.                             *
014720******************************************************************
014730 8100-WRITE-REPORT-TOTALS.
014740     IF CIF-PAGE-NO = 0
014750         PERFORM 4100-WRITE-HEADINGS THRU 4100-EXIT
014760     END-IF.
014770
014780     MOVE SPACES              TO CIF-REPORT-LINE.
014790     WRITE CIF-REPORT-LINE.
014800
014810     MOVE SPACES                   TO CIF-PRINT-LINE-TOTAL.
014820     MOVE 'RECORDS READ            :' TO CIF-T-LIT.
014830     MOVE CIF-RECS-READ            TO CIF-T-COUNT.
014840     MOVE CIF-PRINT-LINE-TOTAL TO CIF-REPORT-LINE.
014850     WRITE CIF-REPORT-LINE.
014860
014870     MOVE SPACES                   TO CIF-PRINT-LINE-TOTAL.
014880     MOVE 'ACCOUNTS CALCULATED     :' TO CIF-T-LIT.
014890     MOVE CIF-ACCTS-ELIGIBLE       TO CIF-T-COUNT.
014900     MOVE CIF-PRINT-LINE-TOTAL TO CIF-REPORT-LINE.
014910     WRITE CIF-REPORT-LINE.
014920
014930     MOVE SPACES                   TO CIF-PRINT-LINE-TOTAL.
014940     MOVE 'NOT ACTIVE OR ACCEPTED  :' TO CIF-T-LIT.
014950     MOVE CIF-ACCTS-NOT-ELIGIBLE   TO CIF-T-COUNT.
014960     MOVE CIF-PRINT-LINE-TOTAL TO CIF-REPORT-LINE.
014970     WRITE CIF-REPORT-LINE.
014980
014990     MOVE SPACES                   TO CIF-PRINT-LINE-TOTAL.
015000     MOVE 'NO RATE TIER            :' TO CIF-T-LIT.
015010     MOVE CIF-ACCTS-NO-TIER        TO CIF-T-COUNT.
015020     MOVE CIF-PRINT-LINE-TOTAL TO CIF-REPORT-LINE.
015030     WRITE CIF-REPORT-LINE.
015040
015050     MOVE SPACES                   TO CIF-PRINT-LINE-TOTAL.
015060     MOVE 'NOTHING DUE             :' TO CIF-T-LIT.
015070     MOVE CIF-ACCTS-NOTHING-DUE    TO CIF-T-COUNT.
015080     MOVE CIF-PRINT-LINE-TOTAL TO CIF-REPORT-LINE.
015090     WRITE CIF-REPORT-LINE.
015100
015110     MOVE SPACES                   TO CIF-PRINT-LINE-TOTAL.
015120     MOVE 'INTEREST ITEMS          :' TO CIF-T-LIT.
015130     MOVE CIF-INTEREST-ITEMS       TO CIF-T-COUNT.
015140     MOVE CIF-PRINT-LINE-TOTAL TO CIF-REPORT-LINE.
015150     WRITE CIF-REPORT-LINE.
015160
015170     MOVE SPACES                   TO CIF-PRINT-LINE-AMOUNT.
015180     MOVE 'INTEREST PAID           :' TO CIF-A-LIT.
015190     MOVE CIF-TOTAL-INTEREST       TO CIF-A-AMOUNT.
015200     MOVE CIF-PRINT-LINE-AMOUNT TO CIF-REPORT-LINE.
015210     WRITE CIF-REPORT-LINE.
015220
015230     MOVE SPACES                   TO CIF-PRINT-LINE-TOTAL.
015240     MOVE 'CHARGE ITEMS            :' TO CIF-T-LIT.
015250     MOVE CIF-CHARGE-ITEMS         TO CIF-T-COUNT.
015260     MOVE CIF-PRINT-LINE-TOTAL TO CIF-REPORT-LINE.
015270     WRITE CIF-REPORT-LINE.
015280
015290     MOVE SPACES                   TO CIF-PRINT-LINE-AMOUNT.
015300     MOVE 'FEES CHARGED            :' TO CIF-A-LIT.
015310     MOVE CIF-TOTAL-FEES           TO CIF-A-AMOUNT.
015320     MOVE CIF-PRINT-LINE-AMOUNT TO CIF-REPORT-LINE.
015330     WRITE CIF-REPORT-LINE.
015340
015350     MOVE SPACES                   TO CIF-PRINT-LINE-TOTAL.
015360     MOVE 'ITEMS WRITTEN           :' TO CIF-T-LIT.
015370     MOVE CIF-ITEMS-WRITTEN        TO CIF-T-COUNT.
015380     MOVE CIF-PRINT-LINE-TOTAL TO CIF-REPORT-LINE.
015390     WRITE CIF-REPORT-LINE.
015400
015410     MOVE SPACES                   TO CIF-PRINT-LINE-TOTAL.
015420     MOVE 'FILE SEQUENCE NUMBER    :' TO CIF-T-LIT.
015430     MOVE CIF-NEXT-SEQ             TO CIF-T-COUNT.
015440     MOVE CIF-PRINT-LINE-TOTAL TO CIF-REPORT-LINE.
015450     WRITE CIF-REPORT-LINE.
015460
015470     DISPLAY 'INTCHG - RECORDS READ      : ' CIF-RECS-READ.
015480     DISPLAY 'INTCHG - INTEREST ITEMS    : ' CIF-INTEREST-ITEMS.
015490     DISPLAY 'INTCHG - INTEREST PAID     : ' CIF-TOTAL-INTEREST.
015500     DISPLAY 'INTCHG - CHARGE ITEMS      : ' CIF-CHARGE-ITEMS.
015510     DISPLAY 'INTCHG - FEES CHARGED      : ' CIF-TOTAL-FEES.
015520     DISPLAY 'INTCHG - FILE SEQUENCE     : ' CIF-NEXT-SEQ.
015530
015540     IF CIF-RECS-READ NOT =
015550             CIF-ACCTS-ELIGIBLE + CIF-ACCTS-NOT-ELIGIBLE
015560             OR CIF-ACCTS-ELIGIBLE NOT = CIF-ACCTS-LISTED
015570                 + CIF-ACCTS-NO-TIER + CIF-ACCTS-NOTHING-DUE
015580         DISPLAY 'RECONCILIATION FAILED - ACCOUNTS READ DO NOT '
015590             'TIE TO ACCOUNTS CALCULATED - JOB FAILING'
015600         MOVE 16 TO RETURN-CODE
015610     ELSE
015620         IF CIF-ITEMS-WRITTEN NOT =
015630                 CIF-INTEREST-ITEMS + CIF-CHARGE-ITEMS
015640                 OR CIF-HASH-TOTAL NOT =
015650                     CIF-TOTAL-INTEREST + CIF-TOTAL-FEES
015660             DISPLAY 'RECONCILIATION FAILED - ITEMS WRITTEN DO '
015670                 'NOT TIE TO INTEREST AND FEES - JOB FAILING'
015680             MOVE 16 TO RETURN-CODE
015690         ELSE
015700             DISPLAY 'RECONCILIATION OK - CONTROL TOTALS TIE'
015710             MOVE 0 TO RETURN-CODE
015720         END-IF
015730     END-IF.
015740 8100-EXIT.
015750     EXIT.
015760
015770******************************************************************
015780*   9000-TERMINATE                                               *
015790******************************************************************
015800 9000-TERMINATE.
015810     IF CIF-RUNH-STARTED
015820         PERFORM 9100-WRITE-RUN-END THRU 9100-EXIT
015830     END-IF.
015840     IF CIF-CUSTMAST-OPEN
015850         CLOSE CUSTOMER-MASTER
015860     END-IF.
015870     IF CIF-TRAN-OPEN
015880         CLOSE TRAN-FILE
015890     END-IF.
015900     IF CIF-REPORT-OPEN
015910         CLOSE REPORT-LISTING
015920     END-IF.
015930 9000-EXIT.
015940     EXIT.
015950
015960******************************************************************
015970*   9100-WRITE-RUN-END                                           *
015980*   APPENDS THIS RUN'S END RECORD - COUNTS AND FINAL RETURN      *
015990*   CODE - AND CLOSES THE RUN-HISTORY FILE.                      *
016000******************************************************************
016010 9100-WRITE-RUN-END.
016020     ACCEPT CIF-END-TIME FROM TIME.
016030     MOVE SPACES              TO RUN-HISTORY-RECORD.
016040     MOVE CIF-MY-PROGRAM-ID   TO CIF-RUNH-PROGRAM-ID.
016050     MOVE 'END'               TO CIF-RUNH-REC-TYPE.
016060     MOVE CIF-RUN-DATE        TO CIF-RUNH-RUN-DATE.
016070     MOVE CIF-END-TIME        TO CIF-RUNH-RUN-TIME.
016080     MOVE CIF-RECS-READ       TO CIF-RUNH-RECS-READ.
016090     MOVE CIF-ITEMS-WRITTEN   TO CIF-RUNH-RECS-WRITTEN.
016100     MOVE ZERO                TO CIF-RUNH-RECS-REJECTED.
016110     MOVE RETURN-CODE         TO CIF-RUNH-RETURN-CODE.
016120     WRITE RUN-HISTORY-RECORD.
016130     CLOSE RUN-HISTORY-FILE.
016140 9100-EXIT.
016150     EXIT.
016160
016170 END PROGRAM INTCHG.
