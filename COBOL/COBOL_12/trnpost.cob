000160*       EVERY ITEM WITH ITS DISPOSITION.  THE RUN CLOSES WITH    *
000170*       A CONTROL-TOTAL RECONCILIATION OF ITEMS READ AGAINST     *
000180*       ITEMS POSTED AND REJECTED, THE WAY THE INTAKE BATCH      *
000190*       TIES ITS OWN TOTALS.  ITEMS FOR ACCOUNTS STILL AWAITING  *
000200*       ACKNOWLEDGMENT ARE HELD ON A PENDING-ITEM FILE AND       *
000210*       RE-PRESENTED EACH NIGHT UNTIL THEY CAN POST.             *
000220*                                                                *
000230*   TECTONICS.    cobc                                          *
000240*                                                                *
000250*   MODIFICATION HISTORY                                        *
000260*   DATE       INIT  DESCRIPTION                                *
000270*   09/02/26   JPL   ORIGINAL PROGRAM.                          *
000280*   09/02/26   JPL   UNATTENDED NIGHT-CYCLE MODE - WHEN THE RUN  *
000290*                    PARAMETER FILE IS PRESENT THE CONSOLE       *
000300*                    ANSWERS ARE TAKEN FROM IT AND A MISSING     *
000310*                    REQUIRED ANSWER FAILS THE JOB WITH RC 12.   *
000320*   10/15/26   JPL   EVERY POSTED ITEM IS NOW APPENDED TO THE    *
000330*                    PERMANENT TRANSACTION JOURNAL (TRNJRNL)     *
000340*                    WITH THE BALANCE IT LEFT, FOR THE MONTH-    *
000350*                    END CUSTOMER STATEMENTS.                    *
000360*   10/15/26   JPL   THE TRANSACTION FILE IS NOW PROVED AGAINST  *
000370*                    ITS HEADER AND TRAILER BEFORE ANY ITEM IS   *
000380*                    POSTED - DETAIL COUNT AND CIF-TRN-AMOUNT    *
000390*                    HASH TOTAL AGAINST THE TRAILER, AND THE     *
000400*                    HEADER SEQUENCE NUMBER AGAINST THE INBOUND  *
000410*                    FILE CONTROL FILE (FILECTL).  A FILE OUT OF *
000420*                    BALANCE, OUT OF SEQUENCE OR ALREADY         *
000430*                    PROCESSED IS REJECTED WHOLE, AND EVERY      *
000440*                    FILE CHECKED IS LISTED ON THE INBOUND FILE  *
000450*                    CONTROL REPORT (CTLRPT).                    *
000460*   10/15/26   JPL   ITEMS FOR ACCOUNTS NOT YET ACKNOWLEDGED ARE *
000470*                    NOW HELD ON THE PENDING-ITEM FILE INSTEAD   *
000480*                    OF BEING REJECTED, AND RE-PRESENTED AHEAD   *
000490*                    OF EACH NIGHT'S FILE UNTIL ACKPROC MARKS    *
000500*                    THE ACCOUNT ACCEPTED.  AN ITEM WHOSE        *
000510*                    ACCOUNT ACCOUNTING REJECTS, OR THAT IS HELD *
000520*                    PAST THE HOLDDAYS LIMIT, LEAVES THE QUEUE   *
000530*                    FOR THE RETURN-TO-BRANCH REPORT (RTNRPT).   *
000540*                    THE REGISTER AND TOTALS SHOW HELD,          *
000550*                    RELEASED AND EXPIRED ITEMS SEPARATELY.      *
000560*   10/15/26   JPL   EVERY POSTED ITEM NOW STAMPS ITS DATE AS    *
000570*                    THE ACCOUNT'S LAST-ACTIVITY DATE, WHEN      *
000580*                    LATER THAN THE ONE ON FILE, AND CLEARS ANY  *
000590*                    OUTSTANDING DORMANCY NOTICE.                *
000600*   10/15/26   JPL   MONTH-END INTEREST AND SERVICE-CHARGE ITEMS *
000610*                    (CIF-TRN-REF PREFIX ME*) POST AS USUAL BUT  *
000620*                    ARE NOT CUSTOMER ACTIVITY - THEY LEAVE THE  *
000630*                    LAST-ACTIVITY DATE AND ANY DORMANCY NOTICE  *
000640*                    ALONE.                                      *
000650*   10/15/26   JPL   CHECKS THE NIGHT-CYCLE JOB DEPENDENCY TABLE *
000660*                    AT STARTUP AND REFUSES TO RUN, WITH RC 20,  *
000670*                    UNTIL EVERY PREDECESSOR HAS ENDED CLEAN     *
000680*                    TODAY.  A REFUSED RUN IS LOGGED ON THE      *
000690*                    RUN-HISTORY FILE.                           *
000700*                                                                *
000710******************************************************************
000720 IDENTIFICATION DIVISION.
000730 PROGRAM-ID. TRNPOST.
000740
000750 ENVIRONMENT DIVISION.
000760 INPUT-OUTPUT SECTION.
000770 FILE-CONTROL.
000780     SELECT CUSTOMER-MASTER ASSIGN TO CUSTMAST
000790         ORGANIZATION IS INDEXED
000800         ACCESS MODE IS RANDOM
000810         RECORD KEY IS CIF-CUST-KEY
000820         ALTERNATE RECORD KEY IS CIF-CUST-NAME
000830             WITH DUPLICATES
000840         FILE STATUS IS CIF-CUSTMAST-STATUS.
000850
000860     SELECT TRAN-FILE ASSIGN TO TRNFILE
000870         ORGANIZATION IS LINE SEQUENTIAL
000880         FILE STATUS IS CIF-TRAN-STATUS.
000890
000900     SELECT REPORT-LISTING ASSIGN TO POSTREG
000910         ORGANIZATION IS LINE SEQUENTIAL
000920         FILE STATUS IS CIF-REPORT-STATUS.
000930
000940     SELECT RUN-HISTORY-FILE ASSIGN TO RUNHIST
000950         ORGANIZATION IS LINE SEQUENTIAL
000960         FILE STATUS IS CIF-RUNHIST-STATUS.
000970
000980     SELECT JOB-DEP-FILE ASSIGN TO JOBDEP
000990         ORGANIZATION IS LINE SEQUENTIAL
001000         FILE STATUS IS CIF-JOBDEP-STATUS.
001010
001020     SELECT RUN-PARM-FILE ASSIGN TO RUNPARM
001030         ORGANIZATION IS LINE SEQUENTIAL
001040         FILE STATUS IS CIF-RUNPARM-STATUS.
001050
001060     SELECT JOURNAL-FILE ASSIGN TO TRNJRNL
001070         ORGANIZATION IS LINE SEQUENTIAL
001080         FILE STATUS IS CIF-JOURNAL-STATUS.
001090
001100     SELECT FILE-CONTROL-FILE ASSIGN TO FILECTL
001110         ORGANIZATION IS SEQUENTIAL
001120         FILE STATUS IS CIF-FILECTL-STATUS.
001130
001140     SELECT CONTROL-REPORT ASSIGN TO CTLRPT
001150         ORGANIZATION IS LINE SEQUENTIAL
001160         FILE STATUS IS CIF-CTLRPT-STATUS.
001170
001180     SELECT PENDING-FILE ASSIGN TO PENDFILE
001190         ORGANIZATION IS LINE SEQUENTIAL
001200         FILE STATUS IS CIF-PENDING-STATUS.
001210
001220     SELECT PENDING-OUT-FILE ASSIGN TO PENDNEW
001230         ORGANIZATION IS LINE SEQUENTIAL
001240         FILE STATUS IS CIF-PENDOUT-STATUS.
001250
001260     SELECT RETURN-REPORT ASSIGN TO RTNRPT
001270         ORGANIZATION IS LINE SEQUENTIAL
001280         FILE STATUS IS CIF-RETURN-STATUS.
001290
001300 DATA DIVISION.
001310 FILE SECTION.
001320 FD  CUSTOMER-MASTER.
001330     COPY CUSTREC.
001340
001350 FD  TRAN-FILE.
001360     COPY TRANREC.
001370
001380 FD  REPORT-LISTING.
001390 01  CIF-REPORT-LINE             PIC X(80).
001400
001410 FD  RUN-HISTORY-FILE.
001420     COPY RUNHREC.
001430
001440 FD  JOB-DEP-FILE.
001450     COPY JOBDREC.
001460
001470 FD  RUN-PARM-FILE.
001480     COPY RUNPREC.
001490
001500 FD  JOURNAL-FILE.
001510     COPY JRNLREC.
001520
001530 FD  FILE-CONTROL-FILE.
001540     COPY FCTLREC.
001550
001560 FD  CONTROL-REPORT.
001570 01  CIF-CTLRPT-LINE             PIC X(80).
001580
001590 FD  PENDING-FILE.
001600     COPY PENDREC.
001610
001620******************************************************************
001630*   REWORKED PENDING-ITEM FILE - SAME 60-BYTE LAYOUT AS PENDREC. *
001640*   ITEMS STILL HELD ARE CARRIED FORWARD HERE WITH THE ITEMS     *
001650*   NEWLY HELD TONIGHT, AND THE FILE REPLACES THE OLD PENDING    *
001660*   FILE AFTER THE RUN.                                          *
001670******************************************************************
001680 FD  PENDING-OUT-FILE.
001690 01  CIF-PENDOUT-RECORD          PIC X(60).
001700
001710 FD  RETURN-REPORT.
001720 01  CIF-RETURN-LINE             PIC X(80).
001730
001740 WORKING-STORAGE SECTION.
001750******************************************************************
001760*   FILE STATUS FIELDS                                          *
001770******************************************************************
001780 01  CIF-FILE-STATUSES.
001790     05  CIF-RUNPARM-STATUS      PIC X(02) VALUE '00'.
001800     05  CIF-CUSTMAST-STATUS     PIC X(02) VALUE '00'.
001810     05  CIF-TRAN-STATUS         PIC X(02) VALUE '00'.
001820     05  CIF-REPORT-STATUS       PIC X(02) VALUE '00'.
001830     05  CIF-RUNHIST-STATUS      PIC X(02) VALUE '00'.
001840     05  CIF-JOBDEP-STATUS       PIC X(02) VALUE '00'.
001850     05  CIF-JOURNAL-STATUS      PIC X(02) VALUE '00'.
001860     05  CIF-FILECTL-STATUS      PIC X(02) VALUE '00'.
001870     05  CIF-CTLRPT-STATUS       PIC X(02) VALUE '00'.
001880     05  CIF-PENDING-STATUS      PIC X(02) VALUE '00'.
001890     05  CIF-PENDOUT-STATUS      PIC X(02) VALUE '00'.
001900     05  CIF-RETURN-STATUS       PIC X(02) VALUE '00'.
001910
001920******************************************************************
001930*   SWITCHES                                                    *
001940******************************************************************
001950 01  CIF-SWITCHES.
001960     05  CIF-UNATTENDED-SWITCH   PIC X(01) VALUE 'N'.
001970         88  CIF-UNATTENDED                 VALUE 'Y'.
001980     05  CIF-PARM-EOF-SWITCH     PIC X(01) VALUE 'N'.
001990         88  CIF-PARM-EOF                   VALUE 'Y'.
002000     05  CIF-PARM-FOUND-SWITCH   PIC X(01) VALUE 'N'.
002010         88  CIF-PARM-FOUND                 VALUE 'Y'.
002020     05  CIF-EOF-SWITCH          PIC X(01) VALUE 'N'.
002030         88  CIF-EOF                        VALUE 'Y'.
002040     05  CIF-ABORT-SWITCH        PIC X(01) VALUE 'N'.
002050         88  CIF-ABORT                      VALUE 'Y'.
002060     05  CIF-CUSTMAST-OPEN-SW    PIC X(01) VALUE 'N'.
002070         88  CIF-CUSTMAST-OPEN              VALUE 'Y'.
002080     05  CIF-TRAN-OPEN-SW        PIC X(01) VALUE 'N'.
002090         88  CIF-TRAN-OPEN                  VALUE 'Y'.
002100     05  CIF-REPORT-OPEN-SW      PIC X(01) VALUE 'N'.
002110         88  CIF-REPORT-OPEN                VALUE 'Y'.
002120     05  CIF-JOURNAL-OPEN-SW     PIC X(01) VALUE 'N'.
002130         88  CIF-JOURNAL-OPEN               VALUE 'Y'.
002140     05  CIF-ITEM-OK-SWITCH      PIC X(01) VALUE 'N'.
002150         88  CIF-ITEM-OK                    VALUE 'Y'.
002160     05  CIF-ITEM-POSTED-SWITCH  PIC X(01) VALUE 'N'.
002170         88  CIF-ITEM-POSTED                VALUE 'Y'.
002180     05  CIF-RUNH-EOF-SWITCH     PIC X(01) VALUE 'N'.
002190         88  CIF-RUNH-EOF                   VALUE 'Y'.
002200     05  CIF-RUNH-DONE-SWITCH    PIC X(01) VALUE 'N'.
002210         88  CIF-RUNH-DONE-TODAY            VALUE 'Y'.
002220     05  CIF-RUNH-STARTED-SWITCH PIC X(01) VALUE 'N'.
002230         88  CIF-RUNH-STARTED               VALUE 'Y'.
002240     05  CIF-JOBD-EOF-SWITCH     PIC X(01) VALUE 'N'.
002250         88  CIF-JOBD-EOF                   VALUE 'Y'.
002260     05  CIF-CTL-SCAN-EOF-SWITCH PIC X(01) VALUE 'N'.
002270         88  CIF-CTL-SCAN-EOF               VALUE 'Y'.
002280     05  CIF-CTL-TRAILER-SWITCH  PIC X(01) VALUE 'N'.
002290         88  CIF-CTL-TRAILER-FOUND          VALUE 'Y'.
002300     05  CIF-FCTL-EOF-SWITCH     PIC X(01) VALUE 'N'.
002310         88  CIF-FCTL-EOF                   VALUE 'Y'.
002320     05  CIF-FCTL-FOUND-SWITCH   PIC X(01) VALUE 'N'.
002330         88  CIF-FCTL-FOUND                 VALUE 'Y'.
002340     05  CIF-PEND-EOF-SWITCH     PIC X(01) VALUE 'N'.
002350         88  CIF-PEND-EOF                   VALUE 'Y'.
002360     05  CIF-PENDING-OPEN-SW     PIC X(01) VALUE 'N'.
002370         88  CIF-PENDING-OPEN               VALUE 'Y'.
002380     05  CIF-PENDOUT-OPEN-SW     PIC X(01) VALUE 'N'.
002390         88  CIF-PENDOUT-OPEN               VALUE 'Y'.
002400     05  CIF-RETURN-OPEN-SW      PIC X(01) VALUE 'N'.
002410         88  CIF-RETURN-OPEN                VALUE 'Y'.
002420     05  CIF-ITEM-HOLD-SWITCH    PIC X(01) VALUE 'N'.
002430         88  CIF-ITEM-HOLD                  VALUE 'Y'.
002440     05  CIF-PRESENT-SWITCH      PIC X(01) VALUE 'N'.
002450         88  CIF-PRESENTING-PENDING         VALUE 'Y'.
002460     05  CIF-DTE-LEAP-SWITCH     PIC X(01) VALUE 'N'.
002470         88  CIF-DTE-LEAP-YEAR              VALUE 'Y'.
002480
002490******************************************************************
002500*   BATCH COUNTERS AND MONEY TOTALS                              *
002510******************************************************************
002520 01  CIF-COUNTERS.
002530     05  CIF-PARM-IDX            PIC 9(02) COMP VALUE ZERO.
002540     05  CIF-PARM-COUNT          PIC 9(02) COMP VALUE ZERO.
002550     05  CIF-PRED-IDX            PIC 9(02) COMP VALUE ZERO.
002560     05  CIF-PRED-COUNT          PIC 9(02) COMP VALUE ZERO.
002570     05  CIF-PREDS-BLOCKING      PIC 9(02) COMP VALUE ZERO.
002580     05  CIF-ITEMS-READ          PIC 9(06) COMP VALUE ZERO.
002590     05  CIF-ITEMS-POSTED        PIC 9(06) COMP VALUE ZERO.
002600     05  CIF-ITEMS-REJECTED      PIC 9(06) COMP VALUE ZERO.
002610     05  CIF-LINE-COUNT          PIC 9(03) COMP VALUE ZERO.
002620     05  CIF-PAGE-NO             PIC 9(04) COMP VALUE ZERO.
002630     05  CIF-FCTL-IDX            PIC 9(03) COMP VALUE ZERO.
002640     05  CIF-FCTL-COUNT          PIC 9(03) COMP VALUE ZERO.
002650     05  CIF-CTL-DETAIL-COUNT    PIC 9(09) COMP VALUE ZERO.
002660     05  CIF-ITEMS-HELD          PIC 9(06) COMP VALUE ZERO.
002670     05  CIF-PEND-PRESENTED      PIC 9(06) COMP VALUE ZERO.
002680     05  CIF-PEND-RELEASED       PIC 9(06) COMP VALUE ZERO.
002690     05  CIF-PEND-EXPIRED        PIC 9(06) COMP VALUE ZERO.
002700     05  CIF-PEND-CARRIED        PIC 9(06) COMP VALUE ZERO.
002710     05  CIF-RTN-LINE-COUNT      PIC 9(03) COMP VALUE ZERO.
002720     05  CIF-RTN-PAGE-NO         PIC 9(04) COMP VALUE ZERO.
002730
002740 01  CIF-MONEY-TOTALS.
002750     05  CIF-TOTAL-DEBITS        PIC 9(11)V99 VALUE ZERO.
002760     05  CIF-TOTAL-CREDITS       PIC 9(11)V99 VALUE ZERO.
002770
002780******************************************************************
002790*   MISCELLANEOUS WORKING FIELDS                                 *
002800******************************************************************
002810 01  CIF-MISC-WORK.
002820     05  CIF-PARM-WANT-KEY       PIC X(10) VALUE SPACES.
002830     05  CIF-PARM-VALUE-WORK     PIC X(20) VALUE SPACES.
002840     05  CIF-LINES-PER-PAGE      PIC 9(03) VALUE 50.
002850     05  CIF-RUN-DATE            PIC X(08).
002860     05  CIF-RUN-DATE-EDIT       PIC X(10).
002870     05  CIF-MY-PROGRAM-ID       PIC X(10) VALUE 'TRNPOST'.
002880     05  CIF-START-TIME          PIC X(08).
002890     05  CIF-END-TIME            PIC X(08).
002900     05  CIF-RESPONSE            PIC X(01) VALUE SPACE.
002910     05  CIF-REJECT-REASON       PIC X(24) VALUE SPACES.
002920     05  CIF-HOLD-DAYS           PIC 9(03) VALUE ZERO.
002930     05  CIF-HOLD-DAYS-ENTRY     PIC X(03) VALUE SPACES.
002940     05  CIF-DEFAULT-HOLD-DAYS   PIC 9(03) VALUE 10.
002950     05  CIF-ITEM-AGE            PIC 9(07) VALUE ZERO.
002960     05  CIF-RUN-DAY-NUMBER      PIC 9(07) VALUE ZERO.
002970     05  CIF-PEND-HELD-WORK      PIC X(08) VALUE SPACES.
002980     05  CIF-PEND-COUNT-WORK     PIC 9(03) VALUE ZERO.
002990     05  CIF-RETURN-BRANCH       PIC X(04) VALUE SPACES.
003000
003010******************************************************************
003020*   DATE ARITHMETIC WORK FIELDS                                  *
003030*   7900-COMPUTE-DAY-NUMBER TURNS THE YYYYMMDD DATE IN           *
003040*   CIF-DTE-DATE INTO A RUNNING DAY NUMBER SO TWO DATES CAN BE   *
003050*   SUBTRACTED TO GIVE THE DAYS BETWEEN THEM.  CIF-CUM-DAYS IS   *
003060*   THE DAYS IN THE YEAR BEFORE THE FIRST OF EACH MONTH.         *
003070******************************************************************
003080 01  CIF-DATE-WORK.
003090     05  CIF-DTE-DATE            PIC X(08) VALUE SPACES.
003100     05  CIF-DTE-DATE-PARTS REDEFINES CIF-DTE-DATE.
003110         10  CIF-DTE-YYYY        PIC 9(04).
003120         10  CIF-DTE-MM          PIC 9(02).
003130         10  CIF-DTE-DD          PIC 9(02).
003140     05  CIF-DTE-DAY-NUMBER      PIC 9(07) VALUE ZERO.
003150     05  CIF-DTE-PRIOR-YEARS     PIC 9(04) VALUE ZERO.
003160     05  CIF-DTE-QUOTIENT        PIC 9(07) VALUE ZERO.
003170     05  CIF-DTE-REM-4           PIC 9(04) VALUE ZERO.
003180     05  CIF-DTE-REM-100         PIC 9(04) VALUE ZERO.
003190     05  CIF-DTE-REM-400         PIC 9(04) VALUE ZERO.
003200
003210 01  CIF-MONTH-DAYS-VALUES       PIC X(36)
003220         VALUE '000031059090120151181212243273304334'.
003230 01  CIF-MONTH-DAYS-TABLE REDEFINES CIF-MONTH-DAYS-VALUES.
003240     05  CIF-CUM-DAYS            PIC 9(03) OCCURS 12 TIMES.
003250
003260******************************************************************
003270*   PRINT LINE - A SINGLE 80-BYTE PRINT AREA REDEFINED BELOW     *
003280*   INTO THE HEADING, DETAIL AND TOTAL LAYOUTS ACTUALLY MOVED    *
003290*   TO CIF-REPORT-LINE FOR EACH WRITE.                          *
003300******************************************************************
003310 01  CIF-PRINT-LINE                  PIC X(80) VALUE SPACES.
003320
003330 01  CIF-PRINT-LINE-HEAD-1 REDEFINES CIF-PRINT-LINE.
003340     05  CIF-H1-FILLER-1             PIC X(25).
003350     05  CIF-H1-TITLE                PIC X(30).
003360     05  CIF-H1-FILLER-2             PIC X(05).
003370     05  CIF-H1-PAGE-LIT             PIC X(05).
003380     05  CIF-H1-PAGE-NO              PIC ZZZ9.
003390     05  CIF-H1-FILLER-3             PIC X(11).
003400
003410 01  CIF-PRINT-LINE-HEAD-2 REDEFINES CIF-PRINT-LINE.
003420     05  CIF-H2-FILLER-1             PIC X(25).
003430     05  CIF-H2-DATE-LIT             PIC X(10).
003440     05  CIF-H2-RUN-DATE             PIC X(10).
003450     05  CIF-H2-FILLER-2             PIC X(35).
003460
003470 01  CIF-PRINT-LINE-HEAD-3 REDEFINES CIF-PRINT-LINE.
003480     05  CIF-H3-ACCT-LIT             PIC X(11).
003490     05  CIF-H3-TYPE-LIT             PIC X(05).
003500     05  CIF-H3-AMT-LIT              PIC X(15).
003510     05  CIF-H3-BAL-LIT              PIC X(17).
003520     05  CIF-H3-DISP-LIT             PIC X(32).
003530
003540 01  CIF-PRINT-LINE-DETAIL REDEFINES CIF-PRINT-LINE.
003550     05  CIF-D-ACCT-NO               PIC 9(09).
003560     05  CIF-D-FILLER-1              PIC X(02).
003570     05  CIF-D-TYPE                  PIC X(01).
003580     05  CIF-D-FILLER-2              PIC X(02).
003590     05  CIF-D-AMOUNT                PIC ZZ,ZZZ,ZZ9.99.
003600     05  CIF-D-FILLER-3              PIC X(02).
003610     05  CIF-D-BALANCE               PIC ZZZ,ZZZ,ZZ9.99-.
003620     05  CIF-D-FILLER-4              PIC X(02).
003630     05  CIF-D-STATUS                PIC X(24).
003640     05  CIF-D-FILLER-5              PIC X(10).
003650
003660 01  CIF-PRINT-LINE-HEAD-4 REDEFINES CIF-PRINT-LINE.
003670     05  CIF-H4-BRANCH-LIT           PIC X(06).
003680     05  CIF-H4-ACCT-LIT             PIC X(11).
003690     05  CIF-H4-TYPE-LIT             PIC X(03).
003700     05  CIF-H4-AMT-LIT              PIC X(15).
003710     05  CIF-H4-REF-LIT              PIC X(14).
003720     05  CIF-H4-HELD-LIT             PIC X(10).
003730     05  CIF-H4-REASON-LIT           PIC X(21).
003740
003750 01  CIF-PRINT-LINE-RETURN REDEFINES CIF-PRINT-LINE.
003760     05  CIF-R-BRANCH                PIC X(04).
003770     05  CIF-R-FILLER-1              PIC X(02).
003780     05  CIF-R-ACCT-NO               PIC 9(09).
003790     05  CIF-R-FILLER-2              PIC X(02).
003800     05  CIF-R-TYPE                  PIC X(01).
003810     05  CIF-R-FILLER-3              PIC X(02).
003820     05  CIF-R-AMOUNT                PIC ZZ,ZZZ,ZZ9.99.
003830     05  CIF-R-FILLER-4              PIC X(02).
003840     05  CIF-R-REF                   PIC X(12).
003850     05  CIF-R-FILLER-5              PIC X(02).
003860     05  CIF-R-HELD-DATE             PIC X(08).
003870     05  CIF-R-FILLER-6              PIC X(02).
003880     05  CIF-R-REASON                PIC X(21).
003890
003900 01  CIF-PRINT-LINE-TOTAL REDEFINES CIF-PRINT-LINE.
003910     05  CIF-T-FILLER-1              PIC X(10).
003920     05  CIF-T-LIT                   PIC X(20).
003930     05  CIF-T-COUNT                 PIC ZZZ,ZZ9.
003940     05  CIF-T-FILLER-2              PIC X(43).
003950
003960 01  CIF-PRINT-LINE-AMOUNT REDEFINES CIF-PRINT-LINE.
003970     05  CIF-A-FILLER-1              PIC X(10).
003980     05  CIF-A-LIT                   PIC X(20).
003990     05  CIF-A-AMOUNT                PIC ZZ,ZZZ,ZZZ,ZZ9.99.
004000     05  CIF-A-FILLER-2              PIC X(33).
004010
004020******************************************************************
004030*   INBOUND FILE CONTROL WORK FIELDS                             *
004040*   THE HEADER AND TRAILER VALUES OF THE TRANSACTION FILE IN     *
004050*   HAND, THE COUNT AND HASH TOTAL OF ITS DETAIL RECORDS, THE    *
004060*   SEQUENCE NUMBER EXPECTED FROM ITS BRANCH, AND THE REASON THE *
004070*   FILE IS REJECTED (SPACES WHEN IT IS ACCEPTED).               *
004080******************************************************************
004090 01  CIF-FILE-CONTROL-WORK.
004100     05  CIF-CTL-FILE-ID         PIC X(08) VALUE 'TRNFILE'.
004110     05  CIF-CTL-BRANCH          PIC X(04) VALUE SPACES.
004120     05  CIF-CTL-FILE-DATE       PIC X(08) VALUE SPACES.
004130     05  CIF-CTL-SEQ-NO          PIC 9(06) VALUE ZERO.
004140     05  CIF-CTL-EXPECT-SEQ      PIC 9(06) VALUE ZERO.
004150     05  CIF-CTL-TRAILER-COUNT   PIC 9(09) VALUE ZERO.
004160     05  CIF-CTL-TRAILER-HASH    PIC 9(13)V99 VALUE ZERO.
004170     05  CIF-CTL-DETAIL-HASH     PIC 9(13)V99 VALUE ZERO.
004180     05  CIF-CTL-REJECT-REASON   PIC X(37) VALUE SPACES.
004190
004200******************************************************************
004210*   INBOUND FILE CONTROL TABLE                                   *
004220*   THE FILE CONTROL FILE - LAST SEQUENCE NUMBER ACCEPTED PER    *
004230*   INBOUND FILE AND SENDING BRANCH - LOADED WHEN THE            *
004240*   TRANSACTION FILE IS CHECKED AND WRITTEN BACK WHEN IT IS      *
004250*   ACCEPTED.                                                    *
004260******************************************************************
004270 01  CIF-FILE-CONTROL-TABLE.
004280     05  CIF-FCTL-ENTRY OCCURS 100 TIMES.
004290         10  CIF-FCTBL-FILE-ID   PIC X(08).
004300         10  CIF-FCTBL-BRANCH    PIC X(04).
004310         10  CIF-FCTBL-LAST-SEQ  PIC 9(06).
004320         10  CIF-FCTBL-LAST-DATE PIC X(08).
004330         10  CIF-FCTBL-PROC-DATE PIC X(08).
004340
004350******************************************************************
004360*   CONTROL REPORT PRINT LINE - A SINGLE 80-BYTE PRINT AREA      *
004370*   REDEFINED INTO THE HEADING, DETAIL, COUNT AND HASH LAYOUTS   *
004380*   MOVED TO CIF-CTLRPT-LINE FOR EACH WRITE.                     *
004390******************************************************************
004400 01  CIF-CONTROL-PRINT-LINE          PIC X(80) VALUE SPACES.
004410
004420 01  CIF-CONTROL-LINE-HEAD REDEFINES CIF-CONTROL-PRINT-LINE.
004430     05  CIF-CH-TITLE                PIC X(30).
004440     05  CIF-CH-PGM-LIT              PIC X(09).
004450     05  CIF-CH-PROGRAM              PIC X(10).
004460     05  CIF-CH-DATE-LIT             PIC X(11).
004470     05  CIF-CH-RUN-DATE             PIC X(08).
004480     05  CIF-CH-FILLER-1             PIC X(12).
004490
004500 01  CIF-CONTROL-LINE-DETAIL REDEFINES CIF-CONTROL-PRINT-LINE.
004510     05  CIF-CD-FILE-ID              PIC X(08).
004520     05  CIF-CD-FILLER-1             PIC X(01).
004530     05  CIF-CD-BRANCH               PIC X(04).
004540     05  CIF-CD-FILLER-2             PIC X(02).
004550     05  CIF-CD-FILE-DATE            PIC X(08).
004560     05  CIF-CD-FILLER-3             PIC X(03).
004570     05  CIF-CD-SEQ-NO               PIC ZZZZZ9.
004580     05  CIF-CD-FILLER-4             PIC X(02).
004590     05  CIF-CD-DISPOSITION          PIC X(37).
004600     05  CIF-CD-FILLER-5             PIC X(09).
004610
004620 01  CIF-CONTROL-LINE-COUNT REDEFINES CIF-CONTROL-PRINT-LINE.
004630     05  CIF-CN-FILLER-1             PIC X(10).
004640     05  CIF-CN-TRAILER-LIT          PIC X(26).
004650     05  CIF-CN-TRAILER-COUNT        PIC ZZZ,ZZZ,ZZ9.
004660     05  CIF-CN-FILLER-2             PIC X(02).
004670     05  CIF-CN-COUNTED-LIT          PIC X(10).
004680     05  CIF-CN-COUNTED              PIC ZZZ,ZZZ,ZZ9.
004690     05  CIF-CN-FILLER-3             PIC X(10).
004700
004710 01  CIF-CONTROL-LINE-HASH REDEFINES CIF-CONTROL-PRINT-LINE.
004720     05  CIF-CX-FILLER-1             PIC X(10).
004730     05  CIF-CX-TRAILER-LIT          PIC X(20).
004740     05  CIF-CX-TRAILER-HASH         PIC ZZ,ZZZ,ZZZ,ZZ9.99.
004750     05  CIF-CX-FILLER-2             PIC X(02).
004760     05  CIF-CX-COUNTED-LIT          PIC X(10).
004770     05  CIF-CX-COUNTED-HASH         PIC ZZ,ZZZ,ZZZ,ZZ9.99.
004780     05  CIF-CX-FILLER-3             PIC X(04).
004790
004800
004810******************************************************************
004820*   PREDECESSOR TABLE                                            *
004830*   THE JOBS THAT MUST HAVE ENDED CLEAN TODAY BEFORE THIS        *
004840*   PROGRAM MAY RUN, FROM THE NIGHT-CYCLE JOB DEPENDENCY TABLE.  *
004850******************************************************************
004860 01  CIF-PRED-TABLE.
004870     05  CIF-PRED-ENTRY OCCURS 10 TIMES.
004880         10  CIF-PRED-PROGRAM-ID PIC X(10).
004890         10  CIF-PRED-CLEAN-SW   PIC X(01).
004900             88  CIF-PRED-CLEAN             VALUE 'Y'.
004910
004920******************************************************************
004930*   RUN PARAMETER TABLE                                          *
004940*   THE ANSWERS FOR THIS PROGRAM FROM THE NIGHT-CYCLE RUN        *
004950*   PARAMETER FILE, LOADED AT STARTUP WHEN THE FILE IS PRESENT.  *
004960******************************************************************
004970 01  CIF-PARM-TABLE.
004980     05  CIF-PARM-ENTRY OCCURS 10 TIMES.
004990         10  CIF-PTBL-KEYWORD    PIC X(10).
005000         10  CIF-PTBL-VALUE      PIC X(20).
005010 PROCEDURE DIVISION.
005020******************************************************************
005030*   0000-MAINLINE                                                *
005040*   TOP-LEVEL CONTROL OF THE POSTING BATCH.                      *
005050******************************************************************
005060 0000-MAINLINE.
005070     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
005080     IF NOT CIF-ABORT
005090         PERFORM 2500-PRESENT-PENDING THRU 2500-EXIT
005100             UNTIL CIF-PEND-EOF
005110     END-IF.
005120     IF NOT CIF-ABORT
005130         PERFORM 2100-READ-TRAN THRU 2100-EXIT
005140         PERFORM 2000-PROCESS-ITEM THRU 2000-EXIT
005150             UNTIL CIF-EOF
005160         IF NOT CIF-ABORT
005170             PERFORM 8000-RECONCILE-TOTALS THRU 8000-EXIT
005180         END-IF
005190     END-IF.
005200     PERFORM 9000-TERMINATE THRU 9000-EXIT.
005210     STOP RUN.
005220
005230******************************************************************
005240*   1000-INITIALIZE                                              *
005250*   OPENS THE MASTER FOR UPDATE, THE TRANSACTION FILE AND THE    *
005260*   REGISTER.  NOTHING IS CREATED HERE - THERE IS NOTHING TO     *
005270*   POST AGAINST UNTIL THE INTAKE PROGRAM HAS BUILT THE MASTER,  *
005280*   AND A MISSING TRANSACTION FILE FAILS THE JOB.  BEFORE        *
005290*   ANYTHING ELSE IS OPENED THE WHOLE TRANSACTION FILE IS PROVED *
005300*   AGAINST ITS HEADER AND TRAILER (1500); A FILE THAT FAILS IS  *
005310*   REJECTED WHOLE AND THE JOB FAILS WITH NOTHING POSTED.  AN    *
005320*   ACCEPTED FILE IS REOPENED AND ITS HEADER PASSED OVER.  THE   *
005330*   JOURNAL IS OPENED FOR EXTEND SO EVERY NIGHT'S POSTINGS       *
005340*   ACCUMULATE INTO ONE PERMANENT FILE, AND IS CREATED ON THE    *
005350*   FIRST RUN.  THE PENDING-ITEM FILE IS CREATED EMPTY ON ITS    *
005360*   FIRST USE, THE WAY THE REFERENCE FILES ARE BOOTSTRAPPED, AND *
005370*   ITS FIRST ITEM IS READ READY FOR 2500-PRESENT-PENDING.       *
005380******************************************************************
005390 1000-INITIALIZE.
005400     ACCEPT CIF-RUN-DATE FROM DATE YYYYMMDD.
005410     ACCEPT CIF-START-TIME FROM TIME.
005420     PERFORM 1010-LOAD-RUN-PARMS THRU 1010-EXIT.
005430     PERFORM 1090-CHECK-RUN-HISTORY THRU 1090-EXIT.
005440     IF CIF-ABORT
005450         GO TO 1000-EXIT
005460     END-IF.
005470     PERFORM 1092-CHECK-PREDECESSORS THRU 1092-EXIT.
005480     PERFORM 1095-WRITE-RUN-START THRU 1095-EXIT.
005490     IF CIF-ABORT
005500         GO TO 1000-EXIT
005510     END-IF.
005520     PERFORM 1040-GET-HOLD-DAYS THRU 1040-EXIT.
005530     IF CIF-ABORT
005540         GO TO 1000-EXIT
005550     END-IF.
005560     MOVE CIF-RUN-DATE(5:2) TO CIF-RUN-DATE-EDIT(1:2).
005570     MOVE '/'               TO CIF-RUN-DATE-EDIT(3:1).
005580     MOVE CIF-RUN-DATE(7:2) TO CIF-RUN-DATE-EDIT(4:2).
005590     MOVE '/'               TO CIF-RUN-DATE-EDIT(6:1).
005600     MOVE CIF-RUN-DATE(1:4) TO CIF-RUN-DATE-EDIT(7:4).
005610
005620     OPEN I-O CUSTOMER-MASTER.
005630     IF CIF-CUSTMAST-STATUS NOT = '00'
005640         DISPLAY 'TRNPOST - CUSTOMER-MASTER OPEN FAILED - '
005650             'STATUS ' CIF-CUSTMAST-STATUS
005660         MOVE 16 TO RETURN-CODE
005670         MOVE 'Y' TO CIF-ABORT-SWITCH
005680         GO TO 1000-EXIT
005690     END-IF.
005700     MOVE 'Y' TO CIF-CUSTMAST-OPEN-SW.
005710
005720     OPEN INPUT TRAN-FILE.
005730     IF CIF-TRAN-STATUS NOT = '00'
005740         DISPLAY 'TRNPOST - TRANSACTION FILE OPEN FAILED - '
005750             'STATUS ' CIF-TRAN-STATUS
005760         MOVE 16 TO RETURN-CODE
005770         MOVE 'Y' TO CIF-ABORT-SWITCH
005780         GO TO 1000-EXIT
005790     END-IF.
005800     MOVE 'Y' TO CIF-TRAN-OPEN-SW.
005810
005820     PERFORM 1500-CHECK-TRAN-CONTROL THRU 1500-EXIT.
005830     IF CIF-ABORT
005840         GO TO 1000-EXIT
005850     END-IF.
005860     PERFORM 1560-WRITE-CONTROL-REPORT THRU 1560-EXIT.
005870     CLOSE TRAN-FILE.
005880     MOVE 'N' TO CIF-TRAN-OPEN-SW.
005890     IF CIF-CTL-REJECT-REASON NOT = SPACES
005900         DISPLAY 'TRNPOST - TRANSACTION FILE '
005910             CIF-CTL-REJECT-REASON
005920         DISPLAY 'TRNPOST - NOTHING POSTED - JOB FAILING'
005930         MOVE 16 TO RETURN-CODE
005940         MOVE 'Y' TO CIF-ABORT-SWITCH
005950         GO TO 1000-EXIT
005960     END-IF.
005970     OPEN INPUT TRAN-FILE.
005980     IF CIF-TRAN-STATUS = '00'
005990         MOVE 'Y' TO CIF-TRAN-OPEN-SW
006000         READ TRAN-FILE
006010     END-IF.
006020     IF CIF-TRAN-STATUS NOT = '00'
006030         DISPLAY 'TRNPOST - TRANSACTION FILE REOPEN FAILED - '
006040             'STATUS ' CIF-TRAN-STATUS
006050         MOVE 16 TO RETURN-CODE
006060         MOVE 'Y' TO CIF-ABORT-SWITCH
006070         GO TO 1000-EXIT
006080     END-IF.
006090
006100     OPEN OUTPUT REPORT-LISTING.
006110     IF CIF-REPORT-STATUS NOT = '00'
006120         DISPLAY 'TRNPOST - REGISTER OPEN FAILED - STATUS '
006130             CIF-REPORT-STATUS
006140         MOVE 16 TO RETURN-CODE
006150         MOVE 'Y' TO CIF-ABORT-SWITCH
006160         GO TO 1000-EXIT
006170     END-IF.
006180     MOVE 'Y' TO CIF-REPORT-OPEN-SW.
006190
006200     OPEN EXTEND JOURNAL-FILE.
006210     IF CIF-JOURNAL-STATUS NOT = '00'
006220         OPEN OUTPUT JOURNAL-FILE
006230     END-IF.
006240     IF CIF-JOURNAL-STATUS NOT = '00'
006250         DISPLAY 'TRNPOST - JOURNAL OPEN FAILED - STATUS '
006260             CIF-JOURNAL-STATUS
006270         MOVE 16 TO RETURN-CODE
006280         MOVE 'Y' TO CIF-ABORT-SWITCH
006290         GO TO 1000-EXIT
006300     END-IF.
006310     MOVE 'Y' TO CIF-JOURNAL-OPEN-SW.
006320
006330     OPEN INPUT PENDING-FILE.
006340     IF CIF-PENDING-STATUS NOT = '00'
006350         OPEN OUTPUT PENDING-FILE
006360         CLOSE PENDING-FILE
006370         OPEN INPUT PENDING-FILE
006380     END-IF.
006390     IF CIF-PENDING-STATUS NOT = '00'
006400         DISPLAY 'TRNPOST - PENDING FILE OPEN FAILED - STATUS '
006410             CIF-PENDING-STATUS
006420         MOVE 16 TO RETURN-CODE
006430         MOVE 'Y' TO CIF-ABORT-SWITCH
006440         GO TO 1000-EXIT
006450     END-IF.
006460     MOVE 'Y' TO CIF-PENDING-OPEN-SW.
006470
006480     OPEN OUTPUT PENDING-OUT-FILE.
006490     IF CIF-PENDOUT-STATUS NOT = '00'
006500         DISPLAY 'TRNPOST - REWORKED PENDING FILE OPEN FAILED - '
006510             'STATUS ' CIF-PENDOUT-STATUS
006520         MOVE 16 TO RETURN-CODE
006530         MOVE 'Y' TO CIF-ABORT-SWITCH
006540         GO TO 1000-EXIT
006550     END-IF.
006560     MOVE 'Y' TO CIF-PENDOUT-OPEN-SW.
006570
006580     OPEN OUTPUT RETURN-REPORT.
006590     IF CIF-RETURN-STATUS NOT = '00'
006600         DISPLAY 'TRNPOST - RETURN REPORT OPEN FAILED - STATUS '
006610             CIF-RETURN-STATUS
006620         MOVE 16 TO RETURN-CODE
006630         MOVE 'Y' TO CIF-ABORT-SWITCH
006640         GO TO 1000-EXIT
006650     END-IF.
006660     MOVE 'Y' TO CIF-RETURN-OPEN-SW.
006670
006680     PERFORM 1550-UPDATE-FILE-CONTROL THRU 1550-EXIT.
006690     IF CIF-ABORT
006700         GO TO 1000-EXIT
006710     END-IF.
006720
006730     MOVE CIF-RUN-DATE TO CIF-DTE-DATE.
006740     PERFORM 7900-COMPUTE-DAY-NUMBER THRU 7900-EXIT.
006750     MOVE CIF-DTE-DAY-NUMBER TO CIF-RUN-DAY-NUMBER.
006760     PERFORM 2510-READ-PENDING THRU 2510-EXIT.
006770 1000-EXIT.
006780     EXIT.
006790
006800******************************************************************
006810*   1010-LOAD-RUN-PARMS                                          *
006820*   LOOKS FOR THE NIGHT-CYCLE RUN PARAMETER FILE.  WHEN IT IS    *
006830*   PRESENT THE RUN IS UNATTENDED AND EVERY CONSOLE ANSWER IS    *
006840*   TAKEN FROM THE ROWS CARRYING THIS PROGRAM'S NAME; WHEN IT    *
006850*   IS ABSENT THE RUN PROMPTS AT THE CONSOLE AS BEFORE.          *
006860******************************************************************
006870 1010-LOAD-RUN-PARMS.
006880     MOVE ZERO TO CIF-PARM-COUNT.
006890     MOVE 'N' TO CIF-PARM-EOF-SWITCH.
006900     OPEN INPUT RUN-PARM-FILE.
006910     IF CIF-RUNPARM-STATUS NOT = '00'
006920         GO TO 1010-EXIT
006930     END-IF.
006940     MOVE 'Y' TO CIF-UNATTENDED-SWITCH.
006950     DISPLAY 'TRNPOST - UNATTENDED MODE - ANSWERS FROM '
006960         'RUN PARAMETER FILE'.
006970     PERFORM 1015-READ-RUN-PARM THRU 1015-EXIT
006980         UNTIL CIF-PARM-EOF.
006990     CLOSE RUN-PARM-FILE.
007000 1010-EXIT.
007010     EXIT.
007020
007030******************************************************************
007040*   1015-READ-RUN-PARM                                           *
007050*   READS ONE RUN PARAMETER ROW, KEEPING THE ROWS ADDRESSED TO   *
007060*   THIS PROGRAM.                                                *
007070******************************************************************
007080 1015-READ-RUN-PARM.
007090     READ RUN-PARM-FILE
007100         AT END
007110             MOVE 'Y' TO CIF-PARM-EOF-SWITCH
007120         NOT AT END
007130             IF CIF-PRM-PROGRAM-ID = CIF-MY-PROGRAM-ID
007140                 IF CIF-PARM-COUNT < 10
007150                     ADD 1 TO CIF-PARM-COUNT
007160                     MOVE CIF-PRM-KEYWORD
007170                         TO CIF-PTBL-KEYWORD (CIF-PARM-COUNT)
007180                     MOVE CIF-PRM-VALUE
007190                         TO CIF-PTBL-VALUE (CIF-PARM-COUNT)
007200                 END-IF
007210             END-IF
007220     END-READ.
007230     IF NOT CIF-PARM-EOF
007240         IF CIF-RUNPARM-STATUS NOT = '00'
007250             DISPLAY 'TRNPOST - RUN PARAMETER READ FAILED '
007260                 '- STATUS ' CIF-RUNPARM-STATUS
007270             MOVE 'Y' TO CIF-PARM-EOF-SWITCH
007280         END-IF
007290     END-IF.
007300 1015-EXIT.
007310     EXIT.
007320
007330******************************************************************
007340*   1020-FIND-RUN-PARM                                           *
007350*   SEARCHES THE PARAMETER TABLE FOR THE KEYWORD IN              *
007360*   CIF-PARM-WANT-KEY, LEAVING ITS VALUE IN                      *
007370*   CIF-PARM-VALUE-WORK WHEN FOUND.                              *
007380******************************************************************
007390 1020-FIND-RUN-PARM.
007400     MOVE 'N' TO CIF-PARM-FOUND-SWITCH.
007410     MOVE SPACES TO CIF-PARM-VALUE-WORK.
007420     PERFORM 1025-MATCH-RUN-PARM THRU 1025-EXIT
007430         VARYING CIF-PARM-IDX FROM 1 BY 1
007440         UNTIL CIF-PARM-IDX > CIF-PARM-COUNT OR CIF-PARM-FOUND.
007450 1020-EXIT.
007460     EXIT.
007470
007480******************************************************************
007490*   1025-MATCH-RUN-PARM                                          *
007500*   COMPARES ONE PARAMETER TABLE ENTRY AGAINST THE KEYWORD       *
007510*   WANTED.                                                      *
007520******************************************************************
007530 1025-MATCH-RUN-PARM.
007540     IF CIF-PTBL-KEYWORD (CIF-PARM-IDX) = CIF-PARM-WANT-KEY
007550         MOVE 'Y' TO CIF-PARM-FOUND-SWITCH
007560         MOVE CIF-PTBL-VALUE (CIF-PARM-IDX)
007570             TO CIF-PARM-VALUE-WORK
007580     END-IF.
007590 1025-EXIT.
007600     EXIT.
007610
007620******************************************************************
007630*   1030-PARM-MISSING                                            *
007640*   FAILS THE JOB WITH RETURN CODE 12 WHEN A REQUIRED RUN        *
007650*   PARAMETER IS MISSING FROM AN UNATTENDED RUN.                 *
007660******************************************************************
007670 1030-PARM-MISSING.
007680     DISPLAY 'TRNPOST - REQUIRED RUN PARAMETER '
007690         CIF-PARM-WANT-KEY ' MISSING - JOB FAILING'.
007700     MOVE 12 TO RETURN-CODE.
007710     MOVE 'Y' TO CIF-ABORT-SWITCH.
007720 1030-EXIT.
007730     EXIT.
007740
007750******************************************************************
007760*   1040-GET-HOLD-DAYS                                           *
007770*   OBTAINS THE NUMBER OF DAYS AN ITEM MAY BE HELD AWAITING      *
007780*   ACKNOWLEDGMENT BEFORE IT IS RETURNED TO THE BRANCH - THE     *
007790*   HOLDDAYS RUN PARAMETER ON AN UNATTENDED RUN, OTHERWISE THE   *
007800*   OPERATOR'S ANSWER, WHERE A BLANK ANSWER TAKES THE STANDARD   *
007810*   LIMIT.                                                       *
007820******************************************************************
007830 1040-GET-HOLD-DAYS.
007840     IF CIF-UNATTENDED
007850         MOVE 'HOLDDAYS' TO CIF-PARM-WANT-KEY
007860         PERFORM 1020-FIND-RUN-PARM THRU 1020-EXIT
007870         IF NOT CIF-PARM-FOUND
007880             PERFORM 1030-PARM-MISSING THRU 1030-EXIT
007890             GO TO 1040-EXIT
007900         END-IF
007910         MOVE CIF-PARM-VALUE-WORK(1:3) TO CIF-HOLD-DAYS-ENTRY
007920     ELSE
007930         DISPLAY 'DAYS TO HOLD UNACKNOWLEDGED ITEMS (BLANK = '
007940             CIF-DEFAULT-HOLD-DAYS ') : '
007950         ACCEPT CIF-HOLD-DAYS-ENTRY
007960     END-IF.
007970     IF CIF-HOLD-DAYS-ENTRY = SPACES
007980         MOVE CIF-DEFAULT-HOLD-DAYS TO CIF-HOLD-DAYS
007990         GO TO 1040-EXIT
008000     END-IF.
008010     IF CIF-HOLD-DAYS-ENTRY IS NOT NUMERIC
008020         DISPLAY 'TRNPOST - HOLD DAYS NOT NUMERIC - '
008030             CIF-HOLD-DAYS-ENTRY ' - JOB FAILING'
008040         MOVE 12 TO RETURN-CODE
008050         MOVE 'Y' TO CIF-ABORT-SWITCH
008060         GO TO 1040-EXIT
008070     END-IF.
008080     MOVE CIF-HOLD-DAYS-ENTRY TO CIF-HOLD-DAYS.
008090 1040-EXIT.
008100     EXIT.
008110
008120******************************************************************
008130*   1090-CHECK-RUN-HISTORY                                       *
008140*   SCANS THE SHARED RUN-HISTORY FILE FOR AN END RECORD SHOWING  *
008150*   THIS PROGRAM ALREADY COMPLETED CLEAN TODAY, AND WARNS THE    *
008160*   OPERATOR BEFORE LETTING THE JOB RUN AGAIN.                   *
008170******************************************************************
008180 1090-CHECK-RUN-HISTORY.
008190     MOVE 'N' TO CIF-RUNH-EOF-SWITCH.
008200     MOVE 'N' TO CIF-RUNH-DONE-SWITCH.
008210     OPEN INPUT RUN-HISTORY-FILE.
008220     IF CIF-RUNHIST-STATUS NOT = '00'
008230         GO TO 1090-EXIT
008240     END-IF.
008250     PERFORM 1091-READ-RUN-HISTORY THRU 1091-EXIT
008260         UNTIL CIF-RUNH-EOF.
008270     CLOSE RUN-HISTORY-FILE.
008280
008290     IF CIF-RUNH-DONE-TODAY
008300         IF CIF-UNATTENDED
008310             MOVE 'RERUN' TO CIF-PARM-WANT-KEY
008320             PERFORM 1020-FIND-RUN-PARM THRU 1020-EXIT
008330             IF NOT CIF-PARM-FOUND
008340                 PERFORM 1030-PARM-MISSING THRU 1030-EXIT
008350                 GO TO 1090-EXIT
008360             END-IF
008370             MOVE CIF-PARM-VALUE-WORK(1:1) TO CIF-RESPONSE
008380         ELSE
008390             DISPLAY 'TRNPOST ALREADY COMPLETED CLEAN TODAY '
008400                 '- RUN AGAIN (Y/N) ? '
008410             ACCEPT CIF-RESPONSE
008420         END-IF
008430         IF CIF-RESPONSE NOT = 'Y' AND CIF-RESPONSE NOT = 'y'
008440             DISPLAY 'RUN CANCELLED BY OPERATOR'
008450             MOVE 8 TO RETURN-CODE
008460             MOVE 'Y' TO CIF-ABORT-SWITCH
008470         END-IF
008480     END-IF.
008490 1090-EXIT.
008500     EXIT.
008510
008520******************************************************************
008530*   1091-READ-RUN-HISTORY                                        *
008540*   READS ONE RUN-HISTORY RECORD OF THE STARTUP CHECK.           *
008550******************************************************************
008560 1091-READ-RUN-HISTORY.
008570     READ RUN-HISTORY-FILE
008580         AT END
008590             MOVE 'Y' TO CIF-RUNH-EOF-SWITCH
008600         NOT AT END
008610             IF CIF-RUNH-PROGRAM-ID = CIF-MY-PROGRAM-ID AND
008620                     CIF-RUNH-END AND
008630                     CIF-RUNH-RUN-DATE = CIF-RUN-DATE AND
008640                     CIF-RUNH-RETURN-CODE = ZERO
008650                 MOVE 'Y' TO CIF-RUNH-DONE-SWITCH
008660             END-IF
008670     END-READ.
008680     IF NOT CIF-RUNH-EOF
008690         IF CIF-RUNHIST-STATUS NOT = '00'
008700             DISPLAY 'TRNPOST - RUN-HISTORY READ FAILED - '
008710                 'STATUS ' CIF-RUNHIST-STATUS
008720                 ' - STARTUP CHECK INCOMPLETE'
008730             MOVE 'Y' TO CIF-RUNH-EOF-SWITCH
008740         END-IF
008750     END-IF.
008760 1091-EXIT.
008770     EXIT.
008780
008790******************************************************************
008800*   1092-CHECK-PREDECESSORS                                      *
008810*   LOOKS UP THIS PROGRAM'S REQUIRED PREDECESSORS ON THE NIGHT-  *
008820*   CYCLE JOB DEPENDENCY TABLE AND PROVES EACH ONE HAS AN END    *
008830*   RECORD ON THE RUN-HISTORY FILE FOR TODAY WITH RETURN CODE    *
008840*   ZERO.  ANY THAT HAS NOT IS NAMED ON THE CONSOLE AND THE RUN  *
008850*   IS REFUSED WITH RETURN CODE 20.  WITHOUT THE TABLE, OR WITH  *
008860*   NO ROWS FOR THIS PROGRAM, THERE IS NOTHING TO WAIT FOR.      *
008870******************************************************************
008880 1092-CHECK-PREDECESSORS.
008890     MOVE ZERO TO CIF-PRED-COUNT.
008900     MOVE ZERO TO CIF-PREDS-BLOCKING.
008910     MOVE 'N' TO CIF-JOBD-EOF-SWITCH.
008920     OPEN INPUT JOB-DEP-FILE.
008930     IF CIF-JOBDEP-STATUS NOT = '00'
008940         GO TO 1092-EXIT
008950     END-IF.
008960     PERFORM 1093-READ-JOB-DEPENDENCY THRU 1093-EXIT
008970         UNTIL CIF-JOBD-EOF.
008980     CLOSE JOB-DEP-FILE.
008990     IF CIF-ABORT OR CIF-PRED-COUNT = ZERO
009000         GO TO 1092-EXIT
009010     END-IF.
009020
009030     MOVE 'N' TO CIF-RUNH-EOF-SWITCH.
009040     OPEN INPUT RUN-HISTORY-FILE.
009050     IF CIF-RUNHIST-STATUS = '00'
009060         PERFORM 1094-READ-PRED-HISTORY THRU 1094-EXIT
009070             UNTIL CIF-RUNH-EOF
009080         CLOSE RUN-HISTORY-FILE
009090     END-IF.
009100     PERFORM 1097-REPORT-PREDECESSOR THRU 1097-EXIT
009110         VARYING CIF-PRED-IDX FROM 1 BY 1
009120         UNTIL CIF-PRED-IDX > CIF-PRED-COUNT.
009130     IF CIF-PREDS-BLOCKING > ZERO
009140         DISPLAY 'TRNPOST - PREDECESSORS NOT ENDED CLEAN '
009150             'TODAY : ' CIF-PREDS-BLOCKING ' - RUN REFUSED'
009160         MOVE 20 TO RETURN-CODE
009170         MOVE 'Y' TO CIF-ABORT-SWITCH
009180     END-IF.
009190 1092-EXIT.
009200     EXIT.
009210
009220******************************************************************
009230*   1093-READ-JOB-DEPENDENCY                                     *
009240*   READS ONE JOB DEPENDENCY ROW, TABLING THE PREDECESSORS       *
009250*   NAMED FOR THIS PROGRAM.  A READ FAILURE, OR MORE             *
009260*   PREDECESSORS THAN THE TABLE HOLDS, FAILS THE JOB RATHER      *
009270*   THAN LET IT RUN ON A PARTIAL CHECK.                          *
009280******************************************************************
009290 1093-READ-JOB-DEPENDENCY.
009300     READ JOB-DEP-FILE
009310         AT END
009320             MOVE 'Y' TO CIF-JOBD-EOF-SWITCH
009330             GO TO 1093-EXIT
009340     END-READ.
009350     IF CIF-JOBDEP-STATUS NOT = '00'
009360         DISPLAY 'TRNPOST - JOB DEPENDENCY READ FAILED - '
009370             'STATUS ' CIF-JOBDEP-STATUS ' - JOB FAILING'
009380         MOVE 16 TO RETURN-CODE
009390         MOVE 'Y' TO CIF-ABORT-SWITCH
009400         MOVE 'Y' TO CIF-JOBD-EOF-SWITCH
009410         GO TO 1093-EXIT
009420     END-IF.
009430     IF CIF-JOBD-PROGRAM-ID NOT = CIF-MY-PROGRAM-ID
009440             OR CIF-JOBD-PRED-ID = SPACES
009450         GO TO 1093-EXIT
009460     END-IF.
009470     IF CIF-PRED-COUNT >= 10
009480         DISPLAY 'TRNPOST - MORE THAN 10 PREDECESSORS ON THE '
009490             'JOB DEPENDENCY TABLE - JOB FAILING'
009500         MOVE 16 TO RETURN-CODE
009510         MOVE 'Y' TO CIF-ABORT-SWITCH
009520         MOVE 'Y' TO CIF-JOBD-EOF-SWITCH
009530         GO TO 1093-EXIT
009540     END-IF.
009550     ADD 1 TO CIF-PRED-COUNT.
009560     MOVE CIF-JOBD-PRED-ID
009570         TO CIF-PRED-PROGRAM-ID (CIF-PRED-COUNT).
009580     MOVE 'N' TO CIF-PRED-CLEAN-SW (CIF-PRED-COUNT).
009590 1093-EXIT.
009600     EXIT.
009610
009620******************************************************************
009630*   1094-READ-PRED-HISTORY                                       *
009640*   READS ONE RUN-HISTORY RECORD OF THE PREDECESSOR CHECK.  EACH *
009650*   END RECORD FOR TODAY, IN FILE ORDER, MARKS THAT PROGRAM DONE *
009660*   OR NOT DONE, SO ITS LATEST RUN DECIDES - A CLEAN RUN         *
009670*   FOLLOWED BY A FAILED RERUN IS NOT DONE.  A READ ERROR ENDS   *
009680*   THE SCAN, LEAVING ANY PREDECESSOR NOT YET SEEN UNPROVEN.     *
009690******************************************************************
009700 1094-READ-PRED-HISTORY.
009710     READ RUN-HISTORY-FILE
009720         AT END
009730             MOVE 'Y' TO CIF-RUNH-EOF-SWITCH
009740         NOT AT END
009750             IF CIF-RUNH-END AND
009760                     CIF-RUNH-RUN-DATE = CIF-RUN-DATE
009770                 PERFORM 1096-MATCH-PREDECESSOR THRU 1096-EXIT
009780                     VARYING CIF-PRED-IDX FROM 1 BY 1
009790                     UNTIL CIF-PRED-IDX > CIF-PRED-COUNT
009800             END-IF
009810     END-READ.
009820     IF NOT CIF-RUNH-EOF
009830         IF CIF-RUNHIST-STATUS NOT = '00'
009840             DISPLAY 'TRNPOST - RUN-HISTORY READ FAILED - '
009850                 'STATUS ' CIF-RUNHIST-STATUS
009860                 ' - PREDECESSOR CHECK INCOMPLETE'
009870             MOVE 'Y' TO CIF-RUNH-EOF-SWITCH
009880         END-IF
009890     END-IF.
009900 1094-EXIT.
009910     EXIT.
009920
009930******************************************************************
009940*   1095-WRITE-RUN-START                                         *
009950*   APPENDS THIS RUN'S START RECORD TO THE RUN-HISTORY FILE,     *
009960*   WHICH STAYS OPEN UNTIL THE END RECORD IS WRITTEN AT          *
009970*   TERMINATION.                                                 *
009980******************************************************************
009990 1095-WRITE-RUN-START.
010000     OPEN EXTEND RUN-HISTORY-FILE.
010010     IF CIF-RUNHIST-STATUS NOT = '00'
010020         OPEN OUTPUT RUN-HISTORY-FILE
010030     END-IF.
010040     MOVE SPACES            TO RUN-HISTORY-RECORD.
010050     MOVE CIF-MY-PROGRAM-ID TO CIF-RUNH-PROGRAM-ID.
010060     MOVE 'START'           TO CIF-RUNH-REC-TYPE.
010070     MOVE CIF-RUN-DATE      TO CIF-RUNH-RUN-DATE.
010080     MOVE CIF-START-TIME    TO CIF-RUNH-RUN-TIME.
010090     MOVE ZERO              TO CIF-RUNH-RECS-READ.
010100     MOVE ZERO              TO CIF-RUNH-RECS-WRITTEN.
010110     MOVE ZERO              TO CIF-RUNH-RECS-REJECTED.
010120     MOVE ZERO              TO CIF-RUNH-RETURN-CODE.
010130     WRITE RUN-HISTORY-RECORD.
010140     MOVE 'Y' TO CIF-RUNH-STARTED-SWITCH.
010150 1095-EXIT.
010160     EXIT.
010170
010180******************************************************************
010190*   1096-MATCH-PREDECESSOR                                       *
010200*   WHEN THE END RECORD IN HAND IS ONE PREDECESSOR'S OWN, MARKS  *
010210*   IT DONE FOR A CLEAN END AND NOT DONE FOR ANY OTHER.          *
010220******************************************************************
010230 1096-MATCH-PREDECESSOR.
010240     IF CIF-PRED-PROGRAM-ID (CIF-PRED-IDX) = CIF-RUNH-PROGRAM-ID
010250         IF CIF-RUNH-RETURN-CODE = ZERO
010260             MOVE 'Y' TO CIF-PRED-CLEAN-SW (CIF-PRED-IDX)
010270         ELSE
010280             MOVE 'N' TO CIF-PRED-CLEAN-SW (CIF-PRED-IDX)
010290         END-IF
010300     END-IF.
010310 1096-EXIT.
010320     EXIT.
010330
010340******************************************************************
010350*   1097-REPORT-PREDECESSOR                                      *
010360*   NAMES ONE PREDECESSOR ON THE CONSOLE WHEN IT HAS NOT ENDED   *
010370*   CLEAN TODAY, AND COUNTS IT AGAINST THE RUN.                  *
010380******************************************************************
010390 1097-REPORT-PREDECESSOR.
010400     IF NOT CIF-PRED-CLEAN (CIF-PRED-IDX)
010410         DISPLAY 'TRNPOST - PREDECESSOR '
010420             CIF-PRED-PROGRAM-ID (CIF-PRED-IDX)
010430             ' HAS NOT ENDED CLEAN TODAY'
010440         ADD 1 TO CIF-PREDS-BLOCKING
010450     END-IF.
010460 1097-EXIT.
010470     EXIT.
010480
010490******************************************************************
010500*   1500-CHECK-TRAN-CONTROL                                      *
010510*   PROVES THE TRANSACTION FILE BEFORE ANY ITEM IS POSTED FROM   *
010520*   IT.  THE FIRST RECORD MUST BE A VALID HEADER, THE LAST A     *
010530*   TRAILER WHOSE RECORD COUNT AND CIF-TRN-AMOUNT HASH TOTAL     *
010540*   AGREE WITH THE DETAIL RECORDS, AND THE HEADER SEQUENCE       *
010550*   NUMBER MUST BE THE NEXT ONE DUE FROM THE SENDING BRANCH      *
010560*   (1530).  ANY FAILURE LEAVES ITS REASON IN                    *
010570*   CIF-CTL-REJECT-REASON.                                       *
010580******************************************************************
010590 1500-CHECK-TRAN-CONTROL.
010600     MOVE SPACES TO CIF-CTL-REJECT-REASON.
010610     MOVE SPACES TO CIF-CTL-BRANCH.
010620     MOVE SPACES TO CIF-CTL-FILE-DATE.
010630     MOVE ZERO   TO CIF-CTL-SEQ-NO.
010640     MOVE ZERO   TO CIF-CTL-EXPECT-SEQ.
010650     MOVE ZERO   TO CIF-CTL-TRAILER-COUNT.
010660     MOVE ZERO   TO CIF-CTL-TRAILER-HASH.
010670     MOVE ZERO   TO CIF-CTL-DETAIL-COUNT.
010680     MOVE ZERO   TO CIF-CTL-DETAIL-HASH.
010690     MOVE 'N'    TO CIF-CTL-SCAN-EOF-SWITCH.
010700     MOVE 'N'    TO CIF-CTL-TRAILER-SWITCH.
010710     PERFORM 1520-LOAD-FILE-CONTROL THRU 1520-EXIT.
010720     IF CIF-ABORT
010730         GO TO 1500-EXIT
010740     END-IF.
010750
010760     PERFORM 1510-READ-CONTROL-SCAN THRU 1510-EXIT.
010770     IF CIF-CTL-REJECT-REASON NOT = SPACES
010780         GO TO 1500-EXIT
010790     END-IF.
010800     IF CIF-CTL-SCAN-EOF OR NOT CIF-TRH-HEADER
010810         MOVE 'REJECTED - NO HEADER RECORD'
010820             TO CIF-CTL-REJECT-REASON
010830         GO TO 1500-EXIT
010840     END-IF.
010850     MOVE CIF-TRH-BRANCH    TO CIF-CTL-BRANCH.
010860     MOVE CIF-TRH-FILE-DATE TO CIF-CTL-FILE-DATE.
010870     IF CIF-TRH-SEQ-NO NUMERIC
010880         MOVE CIF-TRH-SEQ-NO TO CIF-CTL-SEQ-NO
010890     END-IF.
010900     IF CIF-CTL-BRANCH = SPACES
010910             OR CIF-CTL-FILE-DATE NOT NUMERIC
010920             OR CIF-CTL-SEQ-NO = ZERO
010930         MOVE 'REJECTED - HEADER NOT VALID'
010940             TO CIF-CTL-REJECT-REASON
010950         GO TO 1500-EXIT
010960     END-IF.
010970
010980     PERFORM 1510-READ-CONTROL-SCAN THRU 1510-EXIT.
010990     PERFORM 1515-COUNT-TRAN-RECORD THRU 1515-EXIT
011000         UNTIL CIF-CTL-SCAN-EOF.
011010     IF CIF-CTL-REJECT-REASON NOT = SPACES
011020         GO TO 1500-EXIT
011030     END-IF.
011040     IF NOT CIF-CTL-TRAILER-FOUND
011050         MOVE 'REJECTED - NO TRAILER RECORD'
011060             TO CIF-CTL-REJECT-REASON
011070         GO TO 1500-EXIT
011080     END-IF.
011090     IF CIF-CTL-DETAIL-COUNT NOT = CIF-CTL-TRAILER-COUNT
011100         MOVE 'REJECTED - COUNT OUT OF BALANCE'
011110             TO CIF-CTL-REJECT-REASON
011120         GO TO 1500-EXIT
011130     END-IF.
011140     IF CIF-CTL-DETAIL-HASH NOT = CIF-CTL-TRAILER-HASH
011150         MOVE 'REJECTED - HASH TOTAL OUT OF BALANCE'
011160             TO CIF-CTL-REJECT-REASON
011170         GO TO 1500-EXIT
011180     END-IF.
011190
011200     PERFORM 1530-CHECK-FILE-SEQUENCE THRU 1530-EXIT.
011210 1500-EXIT.
011220     EXIT.
011230
011240******************************************************************
011250*   1510-READ-CONTROL-SCAN                                       *
011260*   READS THE NEXT TRANSACTION RECORD FOR THE CONTROL PROOF.  A  *
011270*   READ FAILURE REJECTS THE FILE AND ENDS THE SCAN.             *
011280******************************************************************
011290 1510-READ-CONTROL-SCAN.
011300     READ TRAN-FILE
011310         AT END
011320             MOVE 'Y' TO CIF-CTL-SCAN-EOF-SWITCH
011330     END-READ.
011340     IF NOT CIF-CTL-SCAN-EOF
011350         IF CIF-TRAN-STATUS NOT = '00'
011360             MOVE 'REJECTED - FILE READ FAILED'
011370                 TO CIF-CTL-REJECT-REASON
011380             MOVE 'Y' TO CIF-CTL-SCAN-EOF-SWITCH
011390         END-IF
011400     END-IF.
011410 1510-EXIT.
011420     EXIT.
011430
011440******************************************************************
011450*   1515-COUNT-TRAN-RECORD                                       *
011460*   COUNTS ONE DETAIL RECORD AND ADDS ITS AMOUNT TO THE HASH     *
011470*   TOTAL, OR TAKES THE TRAILER COUNT AND HASH.  AN AMOUNT THAT  *
011480*   IS NOT NUMERIC CANNOT BE HASHED AND IS LEFT OUT, SO THE FILE *
011490*   FAILS TO BALANCE.  ANYTHING FOLLOWING THE TRAILER MEANS THE  *
011500*   FILE WAS NOT BUILT AS ONE UNIT AND IT IS REJECTED.           *
011510******************************************************************
011520 1515-COUNT-TRAN-RECORD.
011530     IF CIF-CTL-TRAILER-FOUND
011540         MOVE 'REJECTED - RECORDS AFTER TRAILER'
011550             TO CIF-CTL-REJECT-REASON
011560         MOVE 'Y' TO CIF-CTL-SCAN-EOF-SWITCH
011570         GO TO 1515-EXIT
011580     END-IF.
011590     IF CIF-TRT-TRAILER
011600         MOVE 'Y' TO CIF-CTL-TRAILER-SWITCH
011610         IF CIF-TRT-REC-COUNT NUMERIC
011620                 AND CIF-TRT-HASH-TOTAL NUMERIC
011630             MOVE CIF-TRT-REC-COUNT  TO CIF-CTL-TRAILER-COUNT
011640             MOVE CIF-TRT-HASH-TOTAL TO CIF-CTL-TRAILER-HASH
011650         ELSE
011660             MOVE 'REJECTED - TRAILER NOT VALID'
011670                 TO CIF-CTL-REJECT-REASON
011680             MOVE 'Y' TO CIF-CTL-SCAN-EOF-SWITCH
011690             GO TO 1515-EXIT
011700         END-IF
011710     ELSE
011720         ADD 1 TO CIF-CTL-DETAIL-COUNT
011730         IF CIF-TRN-AMOUNT NUMERIC
011740             ADD CIF-TRN-AMOUNT TO CIF-CTL-DETAIL-HASH
011750         END-IF
011760     END-IF.
011770     PERFORM 1510-READ-CONTROL-SCAN THRU 1510-EXIT.
011780 1515-EXIT.
011790     EXIT.
011800
011810******************************************************************
011820*   1520-LOAD-FILE-CONTROL                                       *
011830*   LOADS THE INBOUND FILE CONTROL FILE INTO ITS TABLE.  THE     *
011840*   FILE DOES NOT EXIST UNTIL THE FIRST INBOUND FILE IS          *
011850*   ACCEPTED, SO A MISSING FILE IS AN EMPTY TABLE.               *
011860******************************************************************
011870 1520-LOAD-FILE-CONTROL.
011880     MOVE ZERO TO CIF-FCTL-COUNT.
011890     MOVE 'N' TO CIF-FCTL-EOF-SWITCH.
011900     OPEN INPUT FILE-CONTROL-FILE.
011910     IF CIF-FILECTL-STATUS = '35'
011920         GO TO 1520-EXIT
011930     END-IF.
011940     IF CIF-FILECTL-STATUS NOT = '00'
011950         DISPLAY 'TRNPOST - FILE CONTROL OPEN FAILED - '
011960             'STATUS ' CIF-FILECTL-STATUS
011970         MOVE 16 TO RETURN-CODE
011980         MOVE 'Y' TO CIF-ABORT-SWITCH
011990         GO TO 1520-EXIT
012000     END-IF.
012010     PERFORM 1525-READ-FILE-CONTROL THRU 1525-EXIT
012020         UNTIL CIF-FCTL-EOF.
012030     CLOSE FILE-CONTROL-FILE.
012040 1520-EXIT.
012050     EXIT.
012060
012070******************************************************************
012080*   1525-READ-FILE-CONTROL                                       *
012090*   READS ONE FILE CONTROL RECORD INTO THE TABLE.  A READ        *
012100*   FAILURE FAILS THE JOB - WITHOUT THE WHOLE TABLE A FILE       *
012110*   ALREADY PROCESSED COULD BE TAKEN AGAIN.                      *
012120******************************************************************
012130 1525-READ-FILE-CONTROL.
012140     READ FILE-CONTROL-FILE
012150         AT END
012160             MOVE 'Y' TO CIF-FCTL-EOF-SWITCH
012170         NOT AT END
012180             IF CIF-FCTL-COUNT < 100
012190                 ADD 1 TO CIF-FCTL-COUNT
012200                 MOVE CIF-FCT-FILE-ID
012210                     TO CIF-FCTBL-FILE-ID (CIF-FCTL-COUNT)
012220                 MOVE CIF-FCT-BRANCH
012230                     TO CIF-FCTBL-BRANCH (CIF-FCTL-COUNT)
012240                 MOVE CIF-FCT-LAST-SEQ
012250                     TO CIF-FCTBL-LAST-SEQ (CIF-FCTL-COUNT)
012260                 MOVE CIF-FCT-LAST-FILE-DATE
012270                     TO CIF-FCTBL-LAST-DATE (CIF-FCTL-COUNT)
012280                 MOVE CIF-FCT-PROC-DATE
012290                     TO CIF-FCTBL-PROC-DATE (CIF-FCTL-COUNT)
012300             END-IF
012310     END-READ.
012320     IF NOT CIF-FCTL-EOF
012330         IF CIF-FILECTL-STATUS NOT = '00'
012340             DISPLAY 'TRNPOST - FILE CONTROL READ FAILED - '
012350                 'STATUS ' CIF-FILECTL-STATUS ' - JOB FAILING'
012360             MOVE 16 TO RETURN-CODE
012370             MOVE 'Y' TO CIF-ABORT-SWITCH
012380             MOVE 'Y' TO CIF-FCTL-EOF-SWITCH
012390         END-IF
012400     END-IF.
012410 1525-EXIT.
012420     EXIT.
012430
012440******************************************************************
012450*   1530-CHECK-FILE-SEQUENCE                                     *
012460*   THE HEADER SEQUENCE NUMBER MUST BE ONE MORE THAN THE LAST    *
012470*   ACCEPTED FROM THE SAME BRANCH.  A LOWER NUMBER IS A FILE     *
012480*   ALREADY PROCESSED, A HIGHER ONE MEANS A FILE WAS MISSED.     *
012490*   THE FIRST FILE FROM A BRANCH STARTS ITS SEQUENCE.            *
012500******************************************************************
012510 1530-CHECK-FILE-SEQUENCE.
012520     MOVE 'N' TO CIF-FCTL-FOUND-SWITCH.
012530     PERFORM 1535-MATCH-FILE-CONTROL THRU 1535-EXIT
012540         VARYING CIF-FCTL-IDX FROM 1 BY 1
012550         UNTIL CIF-FCTL-IDX > CIF-FCTL-COUNT
012560             OR CIF-FCTL-FOUND.
012570     IF NOT CIF-FCTL-FOUND
012580         MOVE CIF-CTL-SEQ-NO TO CIF-CTL-EXPECT-SEQ
012590         GO TO 1530-EXIT
012600     END-IF.
012610     SUBTRACT 1 FROM CIF-FCTL-IDX.
012620     COMPUTE CIF-CTL-EXPECT-SEQ =
012630         CIF-FCTBL-LAST-SEQ (CIF-FCTL-IDX) + 1.
012640     IF CIF-CTL-SEQ-NO < CIF-CTL-EXPECT-SEQ
012650         MOVE 'REJECTED - ALREADY PROCESSED'
012660             TO CIF-CTL-REJECT-REASON
012670     END-IF.
012680     IF CIF-CTL-SEQ-NO > CIF-CTL-EXPECT-SEQ
012690         MOVE 'REJECTED - OUT OF SEQUENCE'
012700             TO CIF-CTL-REJECT-REASON
012710     END-IF.
012720 1530-EXIT.
012730     EXIT.
012740
012750******************************************************************
012760*   1535-MATCH-FILE-CONTROL                                      *
012770*   TESTS ONE FILE CONTROL TABLE ENTRY AGAINST THE FILE AND      *
012780*   BRANCH IN HAND.                                              *
012790******************************************************************
012800 1535-MATCH-FILE-CONTROL.
012810     IF CIF-FCTBL-FILE-ID (CIF-FCTL-IDX) = CIF-CTL-FILE-ID
012820             AND CIF-FCTBL-BRANCH (CIF-FCTL-IDX) = CIF-CTL-BRANCH
012830         MOVE 'Y' TO CIF-FCTL-FOUND-SWITCH
012840     END-IF.
012850 1535-EXIT.
012860     EXIT.
012870
012880******************************************************************
012890*   1550-UPDATE-FILE-CONTROL                                     *
012900*   RECORDS THE ACCEPTED FILE AS THE LAST ONE TAKEN FROM ITS     *
012910*   BRANCH AND WRITES THE FILE CONTROL FILE BACK IN FULL.  THE   *
012920*   INDEX IS STILL ON THE ENTRY 1530 FOUND, IF ANY.  THIS IS     *
012930*   DONE ONCE EVERY FILE HAS OPENED, JUST BEFORE THE FIRST ITEM  *
012940*   POSTS - A RUN THAT FAILS TO START LEAVES THE FILE CONTROL    *
012950*   AS IT WAS, BUT A RERUN OF A FILE THAT STARTED POSTING IS     *
012960*   STOPPED EVEN IF THIS RUN DOES NOT FINISH - THE ITEMS         *
012970*   ALREADY POSTED MUST NOT POST TWICE.                          *
012980******************************************************************
012990 1550-UPDATE-FILE-CONTROL.
013000     IF NOT CIF-FCTL-FOUND
013010         IF CIF-FCTL-COUNT >= 100
013020             DISPLAY 'TRNPOST - FILE CONTROL TABLE FULL - '
013030                 'JOB FAILING'
013040             MOVE 16 TO RETURN-CODE
013050             MOVE 'Y' TO CIF-ABORT-SWITCH
013060             GO TO 1550-EXIT
013070         END-IF
013080         ADD 1 TO CIF-FCTL-COUNT
013090         MOVE CIF-FCTL-COUNT TO CIF-FCTL-IDX
013100         MOVE CIF-CTL-FILE-ID TO CIF-FCTBL-FILE-ID (CIF-FCTL-IDX)
013110         MOVE CIF-CTL-BRANCH  TO CIF-FCTBL-BRANCH (CIF-FCTL-IDX)
013120     END-IF.
013130     MOVE CIF-CTL-SEQ-NO    TO CIF-FCTBL-LAST-SEQ (CIF-FCTL-IDX).
013140     MOVE CIF-CTL-FILE-DATE TO CIF-FCTBL-LAST-DATE (CIF-FCTL-IDX).
013150     MOVE CIF-RUN-DATE      TO CIF-FCTBL-PROC-DATE (CIF-FCTL-IDX).
013160
013170     OPEN OUTPUT FILE-CONTROL-FILE.
013180     IF CIF-FILECTL-STATUS NOT = '00'
013190         DISPLAY 'TRNPOST - FILE CONTROL OPEN FAILED - '
013200             'STATUS ' CIF-FILECTL-STATUS
013210         MOVE 16 TO RETURN-CODE
013220         MOVE 'Y' TO CIF-ABORT-SWITCH
013230         GO TO 1550-EXIT
013240     END-IF.
013250     PERFORM 1555-WRITE-FILE-CONTROL THRU 1555-EXIT
013260         VARYING CIF-FCTL-IDX FROM 1 BY 1
013270         UNTIL CIF-FCTL-IDX > CIF-FCTL-COUNT.
013280     CLOSE FILE-CONTROL-FILE.
013290 1550-EXIT.
013300     EXIT.
013310
013320******************************************************************
013330*   1555-WRITE-FILE-CONTROL                                      *
013340*   WRITES ONE FILE CONTROL TABLE ENTRY BACK TO THE FILE.        *
013350******************************************************************
013360 1555-WRITE-FILE-CONTROL.
013370     MOVE SPACES TO FILE-CONTROL-RECORD.
013380     MOVE CIF-FCTBL-FILE-ID (CIF-FCTL-IDX)   TO CIF-FCT-FILE-ID.
013390     MOVE CIF-FCTBL-BRANCH (CIF-FCTL-IDX)    TO CIF-FCT-BRANCH.
013400     MOVE CIF-FCTBL-LAST-SEQ (CIF-FCTL-IDX)  TO CIF-FCT-LAST-SEQ.
013410     MOVE CIF-FCTBL-LAST-DATE (CIF-FCTL-IDX)
013420         TO CIF-FCT-LAST-FILE-DATE.
013430     MOVE CIF-FCTBL-PROC-DATE (CIF-FCTL-IDX) TO CIF-FCT-PROC-DATE.
013440     WRITE FILE-CONTROL-RECORD.
013450     IF CIF-FILECTL-STATUS NOT = '00'
013460         DISPLAY 'TRNPOST - FILE CONTROL WRITE FAILED - '
013470             'STATUS ' CIF-FILECTL-STATUS
013480         MOVE 16 TO RETURN-CODE
013490         MOVE 'Y' TO CIF-ABORT-SWITCH
013500     END-IF.
013510 1555-EXIT.
013520     EXIT.
013530
013540******************************************************************
013550*   1560-WRITE-CONTROL-REPORT                                    *
013560*   LISTS THE TRANSACTION FILE JUST CHECKED ON THE INBOUND FILE  *
013570*   CONTROL REPORT - HEADER VALUES, TRAILER AGAINST COUNTED      *
013580*   RECORDS AND HASH TOTAL, AND WHETHER IT WAS ACCEPTED OR WHY   *
013590*   IT WAS REJECTED.  THE REPORT IS SHARED WITH THE INTAKE BATCH *
013600*   AND IS OPENED EXTEND SO EACH RUN ADDS ITS OWN ENTRY.         *
013610******************************************************************
013620 1560-WRITE-CONTROL-REPORT.
013630     OPEN EXTEND CONTROL-REPORT.
013640     IF CIF-CTLRPT-STATUS NOT = '00'
013650         OPEN OUTPUT CONTROL-REPORT
013660     END-IF.
013670     IF CIF-CTLRPT-STATUS NOT = '00'
013680         DISPLAY 'TRNPOST - CONTROL REPORT OPEN FAILED - '
013690             'STATUS ' CIF-CTLRPT-STATUS
013700         GO TO 1560-EXIT
013710     END-IF.
013720
013730     MOVE SPACES                TO CIF-CONTROL-LINE-HEAD.
013740     MOVE 'INBOUND FILE CONTROL REPORT'  TO CIF-CH-TITLE.
013750     MOVE 'PROGRAM: '                    TO CIF-CH-PGM-LIT.
013760     MOVE CIF-MY-PROGRAM-ID              TO CIF-CH-PROGRAM.
013770     MOVE ' RUN DATE: '                  TO CIF-CH-DATE-LIT.
013780     MOVE CIF-RUN-DATE                   TO CIF-CH-RUN-DATE.
013790     MOVE CIF-CONTROL-PRINT-LINE TO CIF-CTLRPT-LINE.
013800     WRITE CIF-CTLRPT-LINE.
013810
013820     MOVE 'FILE     BRCH  FILE DATE   SEQ NO  DISPOSITION'
013830         TO CIF-CTLRPT-LINE.
013840     WRITE CIF-CTLRPT-LINE.
013850
013860     MOVE SPACES                TO CIF-CONTROL-LINE-DETAIL.
013870     MOVE CIF-CTL-FILE-ID                TO CIF-CD-FILE-ID.
013880     MOVE CIF-CTL-BRANCH                 TO CIF-CD-BRANCH.
013890     MOVE CIF-CTL-FILE-DATE              TO CIF-CD-FILE-DATE.
013900     MOVE CIF-CTL-SEQ-NO                 TO CIF-CD-SEQ-NO.
013910     IF CIF-CTL-REJECT-REASON = SPACES
013920         MOVE 'ACCEPTED'                 TO CIF-CD-DISPOSITION
013930     ELSE
013940         MOVE CIF-CTL-REJECT-REASON      TO CIF-CD-DISPOSITION
013950     END-IF.
013960     MOVE CIF-CONTROL-PRINT-LINE TO CIF-CTLRPT-LINE.
013970     WRITE CIF-CTLRPT-LINE.
013980
013990     MOVE SPACES                TO CIF-CONTROL-LINE-COUNT.
014000     MOVE 'RECORDS - TRAILER COUNT:'     TO CIF-CN-TRAILER-LIT.
014010     MOVE CIF-CTL-TRAILER-COUNT          TO CIF-CN-TRAILER-COUNT.
014020     MOVE 'COUNTED:'                     TO CIF-CN-COUNTED-LIT.
014030     MOVE CIF-CTL-DETAIL-COUNT           TO CIF-CN-COUNTED.
014040     MOVE CIF-CONTROL-PRINT-LINE TO CIF-CTLRPT-LINE.
014050     WRITE CIF-CTLRPT-LINE.
014060
014070     MOVE SPACES                TO CIF-CONTROL-LINE-HASH.
014080     MOVE 'AMOUNT - TRAILER:'            TO CIF-CX-TRAILER-LIT.
014090     MOVE CIF-CTL-TRAILER-HASH           TO CIF-CX-TRAILER-HASH.
014100     MOVE 'COUNTED:'                     TO CIF-CX-COUNTED-LIT.
014110     MOVE CIF-CTL-DETAIL-HASH            TO CIF-CX-COUNTED-HASH.
014120     MOVE CIF-CONTROL-PRINT-LINE TO CIF-CTLRPT-LINE.
014130     WRITE CIF-CTLRPT-LINE.
014140
014150     MOVE SPACES                TO CIF-CTLRPT-LINE.
014160     WRITE CIF-CTLRPT-LINE.
014170     CLOSE CONTROL-REPORT.
014180 1560-EXIT.
014190     EXIT.
014200
014210******************************************************************
014220*   2000-PROCESS-ITEM                                            *
014230*   DRIVES ONE TRANSACTION - FORMAT EDIT, MASTER LOOKUP,         *
014240*   POSTING, AND THE REGISTER LINE CARRYING ITS DISPOSITION.     *
014250******************************************************************
014260 2000-PROCESS-ITEM.
014270     MOVE 'N' TO CIF-ITEM-OK-SWITCH.
014280     MOVE 'N' TO CIF-ITEM-POSTED-SWITCH.
014290     MOVE 'N' TO CIF-ITEM-HOLD-SWITCH.
014300     MOVE 'N' TO CIF-PRESENT-SWITCH.
014310     MOVE SPACES TO CIF-REJECT-REASON.
014320
014330     PERFORM 2200-VALIDATE-ITEM THRU 2200-EXIT.
014340     IF CIF-ITEM-OK
014350         PERFORM 3000-POST-ITEM THRU 3000-EXIT
014360     END-IF.
014370     IF CIF-ITEM-HOLD
014380         MOVE CIF-RUN-DATE TO CIF-PEND-HELD-WORK
014390         MOVE ZERO         TO CIF-PEND-COUNT-WORK
014400         PERFORM 2600-WRITE-PENDING THRU 2600-EXIT
014410         ADD 1 TO CIF-ITEMS-HELD
014420         MOVE 'HELD - AWAITING ACK' TO CIF-REJECT-REASON
014430     END-IF.
014440     IF NOT CIF-ITEM-POSTED AND NOT CIF-ITEM-HOLD
014450         ADD 1 TO CIF-ITEMS-REJECTED
014460     END-IF.
014470     PERFORM 4000-WRITE-REGISTER-LINE THRU 4000-EXIT.
014480     PERFORM 2100-READ-TRAN THRU 2100-EXIT.
014490 2000-EXIT.
014500     EXIT.
014510
014520******************************************************************
014530*   2100-READ-TRAN                                               *
014540*   READS ONE TRANSACTION.  A MID-FILE READ ERROR FAILS THE JOB  *
014550*   RATHER THAN FINISHING CLEAN ON A TRUNCATED POSTING PASS.     *
014560*   THE TRAILER RECORD ENDS THE POSTING PASS.                    *
014570******************************************************************
014580 2100-READ-TRAN.
014590     READ TRAN-FILE
014600         AT END
014610             MOVE 'Y' TO CIF-EOF-SWITCH
014620         NOT AT END
014630             IF CIF-TRT-TRAILER
014640                 MOVE 'Y' TO CIF-EOF-SWITCH
014650             ELSE
014660                 ADD 1 TO CIF-ITEMS-READ
014670             END-IF
014680     END-READ.
014690     IF NOT CIF-EOF
014700         IF CIF-TRAN-STATUS NOT = '00'
014710             DISPLAY 'TRNPOST - TRANSACTION READ FAILED - '
014720                 'STATUS ' CIF-TRAN-STATUS ' - JOB FAILING'
014730             MOVE 16 TO RETURN-CODE
014740             MOVE 'Y' TO CIF-ABORT-SWITCH
014750             MOVE 'Y' TO CIF-EOF-SWITCH
014760         END-IF
014770     END-IF.
014780 2100-EXIT.
014790     EXIT.
014800
014810******************************************************************
014820*   2200-VALIDATE-ITEM                                           *
014830*   FORMAT-EDITS THE ITEM, THEN LOOKS ITS ACCOUNT UP ON THE      *
014840*   MASTER.  POSTINGS TO ACCOUNTS THAT ARE MISSING, NOT ACTIVE   *
014850*   PER CIF-CUST-STATUS, OR REJECTED BY ACCOUNTING PER           *
014860*   CIF-CUST-ACK-FLAG ARE REJECTED.  THE FIRST RULE BROKEN       *
014870*   SUPPLIES THE REGISTER DISPOSITION.  AN ACCOUNT ACCOUNTING    *
014880*   HAS NOT YET ACKNOWLEDGED IS NOT AN ERROR - THE ITEM IS       *
014890*   MARKED TO BE HELD UNTIL IT IS.                               *
014900******************************************************************
014910 2200-VALIDATE-ITEM.
014920     IF CIF-TRN-ACCT-NO IS NOT NUMERIC
014930         MOVE 'BAD ACCOUNT NUMBER' TO CIF-REJECT-REASON
014940         GO TO 2200-EXIT
014950     END-IF.
014960     IF NOT CIF-TRN-DEBIT AND NOT CIF-TRN-CREDIT
014970         MOVE 'TYPE MUST BE D OR C' TO CIF-REJECT-REASON
014980         GO TO 2200-EXIT
014990     END-IF.
015000     IF CIF-TRN-AMOUNT IS NOT NUMERIC
015010         MOVE 'BAD AMOUNT' TO CIF-REJECT-REASON
015020         GO TO 2200-EXIT
015030     END-IF.
015040
015050     MOVE CIF-TRN-ACCT-NO TO CIF-CUST-KEY.
015060     READ CUSTOMER-MASTER
015070         INVALID KEY
015080             MOVE 'NOT ON MASTER' TO CIF-REJECT-REASON
015090             GO TO 2200-EXIT
015100     END-READ.
015110     IF CIF-CUSTMAST-STATUS NOT = '00'
015120         MOVE 'MASTER READ FAILED' TO CIF-REJECT-REASON
015130         GO TO 2200-EXIT
015140     END-IF.
015150     IF NOT CIF-CUST-ACTIVE
015160         MOVE 'ACCOUNT NOT ACTIVE' TO CIF-REJECT-REASON
015170         GO TO 2200-EXIT
015180     END-IF.
015190     IF CIF-CUST-ACK-PENDING
015200         MOVE 'Y' TO CIF-ITEM-HOLD-SWITCH
015210         GO TO 2200-EXIT
015220     END-IF.
015230     IF NOT CIF-CUST-ACK-ACCEPTED
015240         MOVE 'REJECTED BY ACCOUNTING' TO CIF-REJECT-REASON
015250         GO TO 2200-EXIT
015260     END-IF.
015270     MOVE 'Y' TO CIF-ITEM-OK-SWITCH.
015280 2200-EXIT.
015290     EXIT.
015300
015310******************************************************************
015320*   2500-PRESENT-PENDING                                         *
015330*   RE-PRESENTS ONE HELD ITEM THROUGH THE NORMAL EDITS.  AN      *
015340*   ITEM WHOSE ACCOUNT IS NOW ACKNOWLEDGED ACCEPTED IS RELEASED  *
015350*   AND POSTS LIKE ANY OTHER.  ONE STILL AWAITING ACKNOWLEDGMENT *
015360*   IS CARRIED FORWARD UNLESS IT HAS BEEN HELD LONGER THAN       *
015370*   CIF-HOLD-DAYS.  ANY OTHER OUTCOME - ACCOUNTING REJECTED THE  *
015380*   ACCOUNT, OR THE ACCOUNT IS GONE OR CLOSED - EXPIRES THE ITEM *
015390*   TO THE RETURN-TO-BRANCH REPORT.  AN ITEM THAT PASSES BUT     *
015400*   FAILS ITS MASTER REWRITE IS CARRIED FORWARD TO TRY AGAIN.    *
015410******************************************************************
015420 2500-PRESENT-PENDING.
015430     MOVE 'N' TO CIF-ITEM-OK-SWITCH.
015440     MOVE 'N' TO CIF-ITEM-POSTED-SWITCH.
015450     MOVE 'N' TO CIF-ITEM-HOLD-SWITCH.
015460     MOVE 'Y' TO CIF-PRESENT-SWITCH.
015470     MOVE SPACES TO CIF-REJECT-REASON.
015480     ADD 1 TO CIF-PEND-PRESENTED.
015490
015500     MOVE SPACES            TO TRANSACTION-RECORD.
015510     MOVE CIF-PND-ACCT-NO   TO CIF-TRN-ACCT-NO.
015520     MOVE CIF-PND-TYPE      TO CIF-TRN-TYPE.
015530     MOVE CIF-PND-AMOUNT    TO CIF-TRN-AMOUNT.
015540     MOVE CIF-PND-TRN-DATE  TO CIF-TRN-DATE.
015550     MOVE CIF-PND-REF       TO CIF-TRN-REF.
015560     MOVE CIF-PND-HELD-DATE TO CIF-PEND-HELD-WORK.
015570     IF CIF-PND-PRESENTED IS NUMERIC
015580         COMPUTE CIF-PEND-COUNT-WORK = CIF-PND-PRESENTED + 1
015590     ELSE
015600         MOVE 1 TO CIF-PEND-COUNT-WORK
015610     END-IF.
015620
015630     PERFORM 2200-VALIDATE-ITEM THRU 2200-EXIT.
015640     IF CIF-ITEM-OK
015650         PERFORM 3000-POST-ITEM THRU 3000-EXIT
015660         IF NOT CIF-ITEM-POSTED
015670             PERFORM 2600-WRITE-PENDING THRU 2600-EXIT
015680             ADD 1 TO CIF-PEND-CARRIED
015690             MOVE 'STILL HELD - REWRITE' TO CIF-REJECT-REASON
015700         END-IF
015710     ELSE
015720         IF CIF-ITEM-HOLD
015730             PERFORM 2550-CHECK-ITEM-AGE THRU 2550-EXIT
015740         END-IF
015750         IF NOT CIF-ITEM-HOLD
015760             PERFORM 2700-WRITE-RETURN-LINE THRU 2700-EXIT
015770             ADD 1 TO CIF-PEND-EXPIRED
015780             MOVE 'EXPIRED - TO BRANCH' TO CIF-REJECT-REASON
015790         END-IF
015800     END-IF.
015810     PERFORM 4000-WRITE-REGISTER-LINE THRU 4000-EXIT.
015820     PERFORM 2510-READ-PENDING THRU 2510-EXIT.
015830 2500-EXIT.
015840     EXIT.
015850
015860******************************************************************
015870*   2510-READ-PENDING                                            *
015880*   READS ONE HELD ITEM.  A READ ERROR FAILS THE JOB - THE       *
015890*   ITEMS NOT YET READ WOULD OTHERWISE DROP OUT OF THE QUEUE.    *
015900******************************************************************
015910 2510-READ-PENDING.
015920     READ PENDING-FILE
015930         AT END
015940             MOVE 'Y' TO CIF-PEND-EOF-SWITCH
015950     END-READ.
015960     IF NOT CIF-PEND-EOF
015970         IF CIF-PENDING-STATUS NOT = '00'
015980             DISPLAY 'TRNPOST - PENDING FILE READ FAILED - '
015990                 'STATUS ' CIF-PENDING-STATUS ' - JOB FAILING'
016000             MOVE 16 TO RETURN-CODE
016010             MOVE 'Y' TO CIF-ABORT-SWITCH
016020             MOVE 'Y' TO CIF-PEND-EOF-SWITCH
016030         END-IF
016040     END-IF.
016050 2510-EXIT.
016060     EXIT.
016070
016080******************************************************************
016090*   2550-CHECK-ITEM-AGE                                          *
016100*   AGES A HELD ITEM STILL AWAITING ACKNOWLEDGMENT.  WITHIN THE  *
016110*   LIMIT IT IS CARRIED FORWARD; PAST IT THE HOLD IS DROPPED SO  *
016120*   THE ITEM EXPIRES.  A HELD DATE THAT IS NOT A VALID DATE, OR  *
016130*   LIES AHEAD OF THE RUN DATE, IS RESTARTED FROM TODAY.         *
016140******************************************************************
016150 2550-CHECK-ITEM-AGE.
016160     MOVE CIF-PEND-HELD-WORK TO CIF-DTE-DATE.
016170     PERFORM 7900-COMPUTE-DAY-NUMBER THRU 7900-EXIT.
016180     IF CIF-DTE-DAY-NUMBER = ZERO
016190             OR CIF-DTE-DAY-NUMBER > CIF-RUN-DAY-NUMBER
016200         MOVE CIF-RUN-DAY-NUMBER TO CIF-DTE-DAY-NUMBER
016210         MOVE CIF-RUN-DATE       TO CIF-PEND-HELD-WORK
016220     END-IF.
016230     COMPUTE CIF-ITEM-AGE =
016240         CIF-RUN-DAY-NUMBER - CIF-DTE-DAY-NUMBER.
016250     IF CIF-ITEM-AGE > CIF-HOLD-DAYS
016260         MOVE 'N' TO CIF-ITEM-HOLD-SWITCH
016270         MOVE 'HELD PAST LIMIT' TO CIF-REJECT-REASON
016280     ELSE
016290         PERFORM 2600-WRITE-PENDING THRU 2600-EXIT
016300         ADD 1 TO CIF-PEND-CARRIED
016310         MOVE 'STILL HELD' TO CIF-REJECT-REASON
016320     END-IF.
016330 2550-EXIT.
016340     EXIT.
016350
016360******************************************************************
016370*   2600-WRITE-PENDING                                           *
016380*   WRITES THE ITEM IN HAND TO THE REWORKED PENDING FILE WITH    *
016390*   THE HELD DATE AND PRESENTATION COUNT THE CALLER SET.  A      *
016400*   WRITE FAILURE FAILS THE JOB - THE ITEM WOULD BE LOST.        *
016410******************************************************************
016420 2600-WRITE-PENDING.
016430     MOVE SPACES              TO PENDING-ITEM-RECORD.
016440     MOVE CIF-TRN-ACCT-NO     TO CIF-PND-ACCT-NO.
016450     MOVE CIF-TRN-TYPE        TO CIF-PND-TYPE.
016460     MOVE CIF-TRN-AMOUNT      TO CIF-PND-AMOUNT.
016470     MOVE CIF-TRN-DATE        TO CIF-PND-TRN-DATE.
016480     MOVE CIF-TRN-REF         TO CIF-PND-REF.
016490     MOVE CIF-PEND-HELD-WORK  TO CIF-PND-HELD-DATE.
016500     MOVE CIF-PEND-COUNT-WORK TO CIF-PND-PRESENTED.
016510     WRITE CIF-PENDOUT-RECORD FROM PENDING-ITEM-RECORD.
016520     IF CIF-PENDOUT-STATUS NOT = '00'
016530         DISPLAY 'TRNPOST - PENDING FILE WRITE FAILED - KEY '
016540             CIF-TRN-ACCT-NO ' STATUS ' CIF-PENDOUT-STATUS
016550             ' - JOB FAILING'
016560         MOVE 16 TO RETURN-CODE
016570         MOVE 'Y' TO CIF-ABORT-SWITCH
016580         MOVE 'Y' TO CIF-PEND-EOF-SWITCH
016590         MOVE 'Y' TO CIF-EOF-SWITCH
016600     END-IF.
016610 2600-EXIT.
016620     EXIT.
016630
016640******************************************************************
016650*   2700-WRITE-RETURN-LINE                                       *
016660*   LISTS ONE EXPIRED ITEM ON THE RETURN-TO-BRANCH REPORT UNDER  *
016670*   THE BRANCH THAT HOLDS THE ACCOUNT, WITH THE REASON IT LEFT   *
016680*   THE QUEUE, SO THE BRANCH CAN TAKE IT BACK UP WITH THE        *
016690*   CUSTOMER.  AN ACCOUNT NO LONGER ON THE MASTER SHOWS NO       *
016700*   BRANCH.                                                      *
016710******************************************************************
016720 2700-WRITE-RETURN-LINE.
016730     IF CIF-RTN-LINE-COUNT >= CIF-LINES-PER-PAGE
016740             OR CIF-RTN-PAGE-NO = 0
016750         PERFORM 2750-WRITE-RETURN-HEADINGS THRU 2750-EXIT
016760     END-IF.
016770     MOVE SPACES TO CIF-RETURN-BRANCH.
016780     IF CIF-CUST-KEY = CIF-TRN-ACCT-NO
016790             AND CIF-REJECT-REASON NOT = 'NOT ON MASTER'
016800             AND CIF-REJECT-REASON NOT = 'MASTER READ FAILED'
016810         MOVE CIF-CUST-BRANCH TO CIF-RETURN-BRANCH
016820     END-IF.
016830
016840     MOVE SPACES             TO CIF-PRINT-LINE-RETURN.
016850     MOVE CIF-RETURN-BRANCH  TO CIF-R-BRANCH.
016860     MOVE CIF-TRN-ACCT-NO    TO CIF-R-ACCT-NO.
016870     MOVE CIF-TRN-TYPE       TO CIF-R-TYPE.
016880     MOVE CIF-TRN-AMOUNT     TO CIF-R-AMOUNT.
016890     MOVE CIF-TRN-REF        TO CIF-R-REF.
016900     MOVE CIF-PEND-HELD-WORK TO CIF-R-HELD-DATE.
016910     MOVE CIF-REJECT-REASON  TO CIF-R-REASON.
016920     MOVE CIF-PRINT-LINE-RETURN TO CIF-RETURN-LINE.
016930     WRITE CIF-RETURN-LINE.
016940     ADD 1 TO CIF-RTN-LINE-COUNT.
016950 2700-EXIT.
016960     EXIT.
016970
016980******************************************************************
016990*   2750-WRITE-RETURN-HEADINGS                                   *
017000******************************************************************
017010 2750-WRITE-RETURN-HEADINGS.
017020     ADD 1 TO CIF-RTN-PAGE-NO.
017030
017040     MOVE SPACES                  TO CIF-PRINT-LINE-HEAD-1.
017050     MOVE 'ITEMS RETURNED TO BRANCH'    TO CIF-H1-TITLE.
017060     MOVE 'PAGE '                       TO CIF-H1-PAGE-LIT.
017070     MOVE CIF-RTN-PAGE-NO               TO CIF-H1-PAGE-NO.
017080     MOVE CIF-PRINT-LINE-HEAD-1    TO CIF-RETURN-LINE.
017090     WRITE CIF-RETURN-LINE.
017100
017110     MOVE SPACES                  TO CIF-PRINT-LINE-HEAD-2.
017120     MOVE 'RUN DATE: '                  TO CIF-H2-DATE-LIT.
017130     MOVE CIF-RUN-DATE-EDIT              TO CIF-H2-RUN-DATE.
017140     MOVE CIF-PRINT-LINE-HEAD-2    TO CIF-RETURN-LINE.
017150     WRITE CIF-RETURN-LINE.
017160
017170     MOVE SPACES                  TO CIF-RETURN-LINE.
017180     WRITE CIF-RETURN-LINE.
017190
017200     MOVE SPACES                  TO CIF-PRINT-LINE-HEAD-4.
017210     MOVE 'BRCH'                         TO CIF-H4-BRANCH-LIT.
017220     MOVE 'ACCOUNT NO'                   TO CIF-H4-ACCT-LIT.
017230     MOVE 'T'                            TO CIF-H4-TYPE-LIT.
017240     MOVE '       AMOUNT'                TO CIF-H4-AMT-LIT.
017250     MOVE 'REFERENCE'                    TO CIF-H4-REF-LIT.
017260     MOVE 'HELD ON'                      TO CIF-H4-HELD-LIT.
017270     MOVE 'REASON'                       TO CIF-H4-REASON-LIT.
017280     MOVE CIF-PRINT-LINE-HEAD-4    TO CIF-RETURN-LINE.
017290     WRITE CIF-RETURN-LINE.
017300
017310     MOVE ZERO TO CIF-RTN-LINE-COUNT.
017320 2750-EXIT.
017330     EXIT.
017340
017350******************************************************************
017360*   3000-POST-ITEM                                               *
017370*   APPLIES THE ITEM TO THE RUNNING BALANCE AND REWRITES THE     *
017380*   MASTER RECORD.  RECORDS WRITTEN BEFORE THE BALANCE FIELD     *
017390*   EXISTED CARRY SPACES THERE AND ARE TREATED AS A ZERO         *
017400*   BALANCE, THE WAY A SPACE STATUS BYTE IS TREATED AS ACTIVE.   *
017410*   A REWRITE FAILURE REJECTS THE ITEM SO THE REGISTER AND       *
017420*   CONTROL TOTALS STILL ACCOUNT FOR IT.  EVERY ITEM THAT POSTS  *
017430*   IS JOURNALED.  A POSTED ITEM IS ACTIVITY ON THE ACCOUNT -    *
017440*   ITS DATE BECOMES THE LAST-ACTIVITY DATE UNLESS A LATER ONE   *
017450*   IS ALREADY ON FILE, AND ANY DORMANCY NOTICE IS CLEARED -     *
017460*   EXCEPT FOR A MONTH-END INTEREST OR SERVICE-CHARGE ITEM,      *
017470*   WHICH THE CUSTOMER DID NOT INITIATE.                         *
017480******************************************************************
017490 3000-POST-ITEM.
017500     IF CIF-CUST-BALANCE IS NOT NUMERIC
017510         MOVE ZERO TO CIF-CUST-BALANCE
017520     END-IF.
017530     IF CIF-TRN-CREDIT
017540         ADD CIF-TRN-AMOUNT TO CIF-CUST-BALANCE
017550     ELSE
017560         SUBTRACT CIF-TRN-AMOUNT FROM CIF-CUST-BALANCE
017570     END-IF.
017580     IF NOT CIF-TRN-MONTH-END
017590         IF CIF-TRN-DATE > CIF-CUST-LAST-ACT-DATE
017600             MOVE CIF-TRN-DATE TO CIF-CUST-LAST-ACT-DATE
017610         END-IF
017620         MOVE SPACES TO CIF-CUST-NOTICE-DATE
017630     END-IF.
017640     REWRITE CUSTOMER-MASTER-RECORD
017650         INVALID KEY
017660             DISPLAY 'TRNPOST - MASTER REWRITE FAILED - KEY '
017670                 CIF-CUST-KEY ' STATUS ' CIF-CUSTMAST-STATUS
017680             MOVE 'MASTER REWRITE FAILED' TO CIF-REJECT-REASON
017690         NOT INVALID KEY
017700             MOVE 'Y' TO CIF-ITEM-POSTED-SWITCH
017710             IF CIF-PRESENTING-PENDING
017720                 ADD 1 TO CIF-PEND-RELEASED
017730             ELSE
017740                 ADD 1 TO CIF-ITEMS-POSTED
017750             END-IF
017760             IF CIF-TRN-CREDIT
017770                 ADD CIF-TRN-AMOUNT TO CIF-TOTAL-CREDITS
017780             ELSE
017790                 ADD CIF-TRN-AMOUNT TO CIF-TOTAL-DEBITS
017800             END-IF
017810             PERFORM 3100-WRITE-JOURNAL THRU 3100-EXIT
017820     END-REWRITE.
017830 3000-EXIT.
017840     EXIT.
017850
017860******************************************************************
017870*   3100-WRITE-JOURNAL                                           *
017880*   APPENDS THE ITEM JUST POSTED TO THE PERMANENT TRANSACTION    *
017890*   JOURNAL WITH THE BALANCE IT LEFT ON THE ACCOUNT.  THE MASTER *
017900*   HAS ALREADY BEEN REWRITTEN, SO A JOURNAL WRITE FAILURE FAILS *
017910*   THE JOB AT ONCE RATHER THAN POST FURTHER ITEMS THE           *
017920*   STATEMENTS COULD NOT ACCOUNT FOR.                            *
017930******************************************************************
017940 3100-WRITE-JOURNAL.
017950     MOVE SPACES           TO JOURNAL-RECORD.
017960     MOVE CIF-TRN-ACCT-NO  TO CIF-JRN-ACCT-NO.
017970     MOVE CIF-TRN-TYPE     TO CIF-JRN-TYPE.
017980     MOVE CIF-TRN-AMOUNT   TO CIF-JRN-AMOUNT.
017990     MOVE CIF-TRN-DATE     TO CIF-JRN-TRN-DATE.
018000     MOVE CIF-TRN-REF      TO CIF-JRN-REF.
018010     MOVE CIF-RUN-DATE     TO CIF-JRN-POST-DATE.
018020     MOVE CIF-START-TIME   TO CIF-JRN-POST-TIME.
018030     MOVE CIF-CUST-BALANCE TO CIF-JRN-BALANCE.
018040     WRITE JOURNAL-RECORD.
018050     IF CIF-JOURNAL-STATUS NOT = '00'
018060         DISPLAY 'TRNPOST - JOURNAL WRITE FAILED - KEY '
018070             CIF-CUST-KEY ' STATUS ' CIF-JOURNAL-STATUS
018080             ' - JOB FAILING'
018090         MOVE 16 TO RETURN-CODE
018100         MOVE 'Y' TO CIF-ABORT-SWITCH
018110         MOVE 'Y' TO CIF-EOF-SWITCH
018120     END-IF.
018130 3100-EXIT.
018140     EXIT.
018150
018160******************************************************************
018170*   4000-WRITE-REGISTER-LINE                                     *
018180*   WRITES ONE REGISTER LINE FOR THE ITEM IN HAND.  THE NEW      *
018190*   BALANCE IS SHOWN ONLY WHEN THE ITEM ACTUALLY POSTED.         *
018200******************************************************************
018210 4000-WRITE-REGISTER-LINE.
018220     IF CIF-LINE-COUNT >= CIF-LINES-PER-PAGE OR CIF-PAGE-NO = 0
018230         PERFORM 4100-WRITE-HEADINGS THRU 4100-EXIT
018240     END-IF.
018250
018260     MOVE SPACES          TO CIF-PRINT-LINE-DETAIL.
018270     MOVE CIF-TRN-ACCT-NO TO CIF-D-ACCT-NO.
018280     MOVE CIF-TRN-TYPE    TO CIF-D-TYPE.
018290     MOVE CIF-TRN-AMOUNT  TO CIF-D-AMOUNT.
018300     IF CIF-ITEM-POSTED
018310         MOVE CIF-CUST-BALANCE TO CIF-D-BALANCE
018320         IF CIF-PRESENTING-PENDING
018330             MOVE 'RELEASED - POSTED' TO CIF-D-STATUS
018340         ELSE
018350             MOVE 'POSTED'            TO CIF-D-STATUS
018360         END-IF
018370     ELSE
018380         MOVE CIF-REJECT-REASON TO CIF-D-STATUS
018390     END-IF.
018400     MOVE CIF-PRINT-LINE-DETAIL TO CIF-REPORT-LINE.
018410     WRITE CIF-REPORT-LINE.
018420     ADD 1 TO CIF-LINE-COUNT.
018430 4000-EXIT.
018440     EXIT.
018450
018460******************************************************************
018470*   4100-WRITE-HEADINGS                                          *
018480******************************************************************
018490 4100-WRITE-HEADINGS.
018500     ADD 1 TO CIF-PAGE-NO.
018510
018520     MOVE SPACES                  TO CIF-PRINT-LINE-HEAD-1.
018530     MOVE 'TRANSACTION POSTING REGISTER' TO CIF-H1-TITLE.
018540     MOVE 'PAGE '                       TO CIF-H1-PAGE-LIT.
018550     MOVE CIF-PAGE-NO                   TO CIF-H1-PAGE-NO.
018560     MOVE CIF-PRINT-LINE-HEAD-1    TO CIF-REPORT-LINE.
018570     WRITE CIF-REPORT-LINE.
018580
018590     MOVE SPACES                  TO CIF-PRINT-LINE-HEAD-2.
018600     MOVE 'RUN DATE: '                  TO CIF-H2-DATE-LIT.
018610     MOVE CIF-RUN-DATE-EDIT              TO CIF-H2-RUN-DATE.
018620     MOVE CIF-PRINT-LINE-HEAD-2    TO CIF-REPORT-LINE.
018630     WRITE CIF-REPORT-LINE.
018640
018650     MOVE SPACES                  TO CIF-REPORT-LINE.
018660     WRITE CIF-REPORT-LINE.
018670
018680     MOVE SPACES                  TO CIF-PRINT-LINE-HEAD-3.
018690     MOVE 'ACCOUNT NO'                  TO CIF-H3-ACCT-LIT.
018700     MOVE 'TYPE'                         TO CIF-H3-TYPE-LIT.
018710     MOVE '         AMOUNT'              TO CIF-H3-AMT-LIT.
018720     MOVE '          BALANCE'            TO CIF-H3-BAL-LIT.
018730     MOVE '  DISPOSITION'                TO CIF-H3-DISP-LIT.
018740     MOVE CIF-PRINT-LINE-HEAD-3    TO CIF-REPORT-LINE.
018750     WRITE CIF-REPORT-LINE.
018760
018770     MOVE ZERO TO CIF-LINE-COUNT.
018780 4100-EXIT.
018790     EXIT.
018800
018810******************************************************************
018820*   7900-COMPUTE-DAY-NUMBER                                      *
018830*   TURNS THE YYYYMMDD DATE IN CIF-DTE-DATE INTO A RUNNING DAY   *
018840*   NUMBER IN CIF-DTE-DAY-NUMBER - DAYS IN THE WHOLE YEARS       *
018850*   BEFORE IT, LEAP DAYS INCLUDED, PLUS DAYS SO FAR THIS YEAR.   *
018860*   A DATE THAT IS NOT NUMERIC OR HAS NO SUCH MONTH GIVES ZERO.  *
018870******************************************************************
018880 7900-COMPUTE-DAY-NUMBER.
018890     MOVE ZERO TO CIF-DTE-DAY-NUMBER.
018900     IF CIF-DTE-DATE IS NOT NUMERIC
018910         GO TO 7900-EXIT
018920     END-IF.
018930     IF CIF-DTE-YYYY = ZERO
018940             OR CIF-DTE-MM < 1 OR CIF-DTE-MM > 12
018950             OR CIF-DTE-DD < 1 OR CIF-DTE-DD > 31
018960         GO TO 7900-EXIT
018970     END-IF.
018980     COMPUTE CIF-DTE-PRIOR-YEARS = CIF-DTE-YYYY - 1.
018990     COMPUTE CIF-DTE-DAY-NUMBER = CIF-DTE-PRIOR-YEARS * 365
019000         + CIF-CUM-DAYS (CIF-DTE-MM) + CIF-DTE-DD.
019010     DIVIDE CIF-DTE-PRIOR-YEARS BY 4 GIVING CIF-DTE-QUOTIENT.
019020     ADD CIF-DTE-QUOTIENT TO CIF-DTE-DAY-NUMBER.
019030     DIVIDE CIF-DTE-PRIOR-YEARS BY 100 GIVING CIF-DTE-QUOTIENT.
019040     SUBTRACT CIF-DTE-QUOTIENT FROM CIF-DTE-DAY-NUMBER.
019050     DIVIDE CIF-DTE-PRIOR-YEARS BY 400 GIVING CIF-DTE-QUOTIENT.
019060     ADD CIF-DTE-QUOTIENT TO CIF-DTE-DAY-NUMBER.
019070
019080     MOVE 'N' TO CIF-DTE-LEAP-SWITCH.
019090     DIVIDE CIF-DTE-YYYY BY 4 GIVING CIF-DTE-QUOTIENT
019100         REMAINDER CIF-DTE-REM-4.
019110     DIVIDE CIF-DTE-YYYY BY 100 GIVING CIF-DTE-QUOTIENT
019120         REMAINDER CIF-DTE-REM-100.
019130     DIVIDE CIF-DTE-YYYY BY 400 GIVING CIF-DTE-QUOTIENT
019140         REMAINDER CIF-DTE-REM-400.
019150     IF CIF-DTE-REM-4 = ZERO
019160         IF CIF-DTE-REM-100 NOT = ZERO OR CIF-DTE-REM-400 = ZERO
019170             MOVE 'Y' TO CIF-DTE-LEAP-SWITCH
019180         END-IF
019190     END-IF.
019200     IF CIF-DTE-LEAP-YEAR AND CIF-DTE-MM > 2
019210         ADD 1 TO CIF-DTE-DAY-NUMBER
019220     END-IF.
019230 7900-EXIT.
019240     EXIT.
019250
019260******************************************************************
019270*   8000-RECONCILE-TOTALS                                        *
019280*   CLOSES THE REGISTER WITH THE RUN TOTALS AND TIES ITEMS READ  *
019290*   AGAINST ITEMS POSTED PLUS ITEMS REJECTED PLUS ITEMS HELD,    *
019300*   ITEMS READ AGAINST THE TRAILER RECORD COUNT, AND HELD ITEMS  *
019310*   PRESENTED AGAINST THOSE RELEASED, EXPIRED AND STILL HELD.    *
019320*   A MISMATCH FAILS THE JOB WITH A NON-ZERO RETURN CODE.  THE   *
019330*   RETURN-TO-BRANCH REPORT IS CLOSED OFF WITH ITS OWN COUNT.    *
019340******************************************************************
019350 8000-RECONCILE-TOTALS.
019360     IF CIF-PAGE-NO = 0
019370         PERFORM 4100-WRITE-HEADINGS THRU 4100-EXIT
019380     END-IF.
019390
019400     MOVE SPACES              TO CIF-REPORT-LINE.
019410     WRITE CIF-REPORT-LINE.
019420
019430     MOVE SPACES              TO CIF-PRINT-LINE-TOTAL.
019440     MOVE 'ITEMS READ       :'     TO CIF-T-LIT.
019450     MOVE CIF-ITEMS-READ           TO CIF-T-COUNT.
019460     MOVE CIF-PRINT-LINE-TOTAL TO CIF-REPORT-LINE.
019470     WRITE CIF-REPORT-LINE.
019480
019490     MOVE SPACES              TO CIF-PRINT-LINE-TOTAL.
019500     MOVE 'ITEMS POSTED     :'     TO CIF-T-LIT.
019510     MOVE CIF-ITEMS-POSTED         TO CIF-T-COUNT.
019520     MOVE CIF-PRINT-LINE-TOTAL TO CIF-REPORT-LINE.
019530     WRITE CIF-REPORT-LINE.
019540
019550     MOVE SPACES              TO CIF-PRINT-LINE-TOTAL.
019560     MOVE 'ITEMS REJECTED   :'     TO CIF-T-LIT.
019570     MOVE CIF-ITEMS-REJECTED       TO CIF-T-COUNT.
019580     MOVE CIF-PRINT-LINE-TOTAL TO CIF-REPORT-LINE.
019590     WRITE CIF-REPORT-LINE.
019600
019610     MOVE SPACES              TO CIF-PRINT-LINE-TOTAL.
019620     MOVE 'ITEMS HELD       :'     TO CIF-T-LIT.
019630     MOVE CIF-ITEMS-HELD           TO CIF-T-COUNT.
019640     MOVE CIF-PRINT-LINE-TOTAL TO CIF-REPORT-LINE.
019650     WRITE CIF-REPORT-LINE.
019660
019670     MOVE SPACES              TO CIF-REPORT-LINE.
019680     WRITE CIF-REPORT-LINE.
019690
019700     MOVE SPACES              TO CIF-PRINT-LINE-TOTAL.
019710     MOVE 'HELD PRESENTED   :'     TO CIF-T-LIT.
019720     MOVE CIF-PEND-PRESENTED       TO CIF-T-COUNT.
019730     MOVE CIF-PRINT-LINE-TOTAL TO CIF-REPORT-LINE.
019740     WRITE CIF-REPORT-LINE.
019750
019760     MOVE SPACES              TO CIF-PRINT-LINE-TOTAL.
019770     MOVE 'HELD RELEASED    :'     TO CIF-T-LIT.
019780     MOVE CIF-PEND-RELEASED        TO CIF-T-COUNT.
019790     MOVE CIF-PRINT-LINE-TOTAL TO CIF-REPORT-LINE.
019800     WRITE CIF-REPORT-LINE.
019810
019820     MOVE SPACES              TO CIF-PRINT-LINE-TOTAL.
019830     MOVE 'HELD EXPIRED     :'     TO CIF-T-LIT.
019840     MOVE CIF-PEND-EXPIRED         TO CIF-T-COUNT.
019850     MOVE CIF-PRINT-LINE-TOTAL TO CIF-REPORT-LINE.
019860     WRITE CIF-REPORT-LINE.
019870
019880     MOVE SPACES              TO CIF-PRINT-LINE-TOTAL.
019890     MOVE 'STILL HELD       :'     TO CIF-T-LIT.
019900     MOVE CIF-PEND-CARRIED         TO CIF-T-COUNT.
019910     MOVE CIF-PRINT-LINE-TOTAL TO CIF-REPORT-LINE.
019920     WRITE CIF-REPORT-LINE.
019930
019940     MOVE SPACES              TO CIF-REPORT-LINE.
019950     WRITE CIF-REPORT-LINE.
019960
019970     MOVE SPACES              TO CIF-PRINT-LINE-AMOUNT.
019980     MOVE 'TOTAL DEBITS     :'     TO CIF-A-LIT.
019990     MOVE CIF-TOTAL-DEBITS         TO CIF-A-AMOUNT.
020000     MOVE CIF-PRINT-LINE-AMOUNT TO CIF-REPORT-LINE.
020010     WRITE CIF-REPORT-LINE.
020020
020030     MOVE SPACES              TO CIF-PRINT-LINE-AMOUNT.
020040     MOVE 'TOTAL CREDITS    :'     TO CIF-A-LIT.
020050     MOVE CIF-TOTAL-CREDITS        TO CIF-A-AMOUNT.
020060     MOVE CIF-PRINT-LINE-AMOUNT TO CIF-REPORT-LINE.
020070     WRITE CIF-REPORT-LINE.
020080
020090     DISPLAY 'TRNPOST - ITEMS READ     : ' CIF-ITEMS-READ.
020100     DISPLAY 'TRNPOST - ITEMS POSTED   : ' CIF-ITEMS-POSTED.
020110     DISPLAY 'TRNPOST - ITEMS REJECTED : ' CIF-ITEMS-REJECTED.
020120     DISPLAY 'TRNPOST - ITEMS HELD     : ' CIF-ITEMS-HELD.
020130     DISPLAY 'TRNPOST - HELD PRESENTED : ' CIF-PEND-PRESENTED.
020140     DISPLAY 'TRNPOST - HELD RELEASED  : ' CIF-PEND-RELEASED.
020150     DISPLAY 'TRNPOST - HELD EXPIRED   : ' CIF-PEND-EXPIRED.
020160     DISPLAY 'TRNPOST - STILL HELD     : ' CIF-PEND-CARRIED.
020170
020180     IF CIF-RTN-PAGE-NO = 0
020190         PERFORM 2750-WRITE-RETURN-HEADINGS THRU 2750-EXIT
020200     END-IF.
020210     MOVE SPACES              TO CIF-RETURN-LINE.
020220     WRITE CIF-RETURN-LINE.
020230     MOVE SPACES              TO CIF-PRINT-LINE-TOTAL.
020240     MOVE 'ITEMS RETURNED   :'     TO CIF-T-LIT.
020250     MOVE CIF-PEND-EXPIRED         TO CIF-T-COUNT.
020260     MOVE CIF-PRINT-LINE-TOTAL TO CIF-RETURN-LINE.
020270     WRITE CIF-RETURN-LINE.
020280
020290     IF CIF-ITEMS-READ = CIF-ITEMS-POSTED + CIF-ITEMS-REJECTED
020300             + CIF-ITEMS-HELD
020310         DISPLAY 'RECONCILIATION OK - CONTROL TOTALS TIE'
020320         MOVE 0 TO RETURN-CODE
020330     ELSE
020340         DISPLAY 'RECONCILIATION FAILED - CONTROL TOTALS '
020350             'DO NOT TIE - JOB FAILING'
020360         MOVE 16 TO RETURN-CODE
020370     END-IF.
020380     IF CIF-ITEMS-READ NOT = CIF-CTL-TRAILER-COUNT
020390         DISPLAY 'RECONCILIATION FAILED - ITEMS READ DO NOT '
020400             'TIE TO THE TRAILER COUNT - JOB FAILING'
020410         MOVE 16 TO RETURN-CODE
020420     END-IF.
020430     IF CIF-PEND-PRESENTED NOT = CIF-PEND-RELEASED
020440             + CIF-PEND-EXPIRED + CIF-PEND-CARRIED
020450         DISPLAY 'RECONCILIATION FAILED - HELD ITEMS PRESENTED '
020460             'DO NOT TIE TO RELEASED, EXPIRED AND STILL HELD '
020470             '- JOB FAILING'
020480         MOVE 16 TO RETURN-CODE
020490     END-IF.
020500 8000-EXIT.
020510     EXIT.
020520
020530******************************************************************
020540*   9000-TERMINATE                                               *
020550******************************************************************
020560 9000-TERMINATE.
020570     IF CIF-RUNH-STARTED
020580         PERFORM 9100-WRITE-RUN-END THRU 9100-EXIT
020590     END-IF.
020600     IF CIF-CUSTMAST-OPEN
020610         CLOSE CUSTOMER-MASTER
020620     END-IF.
020630     IF CIF-TRAN-OPEN
020640         CLOSE TRAN-FILE
020650     END-IF.
020660     IF CIF-REPORT-OPEN
020670         CLOSE REPORT-LISTING
020680     END-IF.
020690     IF CIF-JOURNAL-OPEN
020700         CLOSE JOURNAL-FILE
020710     END-IF.
020720     IF CIF-PENDING-OPEN
020730         CLOSE PENDING-FILE
020740     END-IF.
020750     IF CIF-PENDOUT-OPEN
020760         CLOSE PENDING-OUT-FILE
020770     END-IF.
020780     IF CIF-RETURN-OPEN
020790         CLOSE RETURN-REPORT
020800     END-IF.
020810 9000-EXIT.
020820     EXIT.
020830
020840******************************************************************
020850*   9100-WRITE-RUN-END                                           *
020860*   APPENDS THIS RUN'S END RECORD - COUNTS AND FINAL RETURN      *
020870*   CODE - AND CLOSES THE RUN-HISTORY FILE.                      *
020880******************************************************************
020890 9100-WRITE-RUN-END.
020900     ACCEPT CIF-END-TIME FROM TIME.
020910     MOVE SPACES             TO RUN-HISTORY-RECORD.
020920     MOVE CIF-MY-PROGRAM-ID  TO CIF-RUNH-PROGRAM-ID.
020930     MOVE 'END'              TO CIF-RUNH-REC-TYPE.
020940     MOVE CIF-RUN-DATE       TO CIF-RUNH-RUN-DATE.
020950     MOVE CIF-END-TIME       TO CIF-RUNH-RUN-TIME.
020960     MOVE CIF-ITEMS-READ     TO CIF-RUNH-RECS-READ.
020970     MOVE CIF-ITEMS-POSTED   TO CIF-RUNH-RECS-WRITTEN.
020980     MOVE CIF-ITEMS-REJECTED TO CIF-RUNH-RECS-REJECTED.
020990     MOVE RETURN-CODE        TO CIF-RUNH-RETURN-CODE.
021000     WRITE RUN-HISTORY-RECORD.
021010     CLOSE RUN-HISTORY-FILE.
021020 9100-EXIT.
021030     EXIT.
021040
021050 END PROGRAM TRNPOST.
