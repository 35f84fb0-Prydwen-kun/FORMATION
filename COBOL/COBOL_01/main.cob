001110*                    PARAMETER FILE IS PRESENT THE CONSOLE       *
001120*                    ANSWERS ARE TAKEN FROM IT AND A MISSING     *
001130*                    REQUIRED ANSWER FAILS THE JOB WITH RC 12.   *
001140*   10/15/26   JPL   FILE MODE NOW CHECKS THE INTAKE HEADER AND  *
001150*                    TRAILER BEFORE ANYTHING IS POSTED - DETAIL  *
001160*                    COUNT AGAINST THE TRAILER, AND THE HEADER   *
001170*                    SEQUENCE NUMBER AGAINST THE INBOUND FILE    *
001180*                    CONTROL FILE (FILECTL).  A FILE OUT OF      *
001190*                    BALANCE, OUT OF SEQUENCE OR ALREADY         *
001200*                    PROCESSED IS REJECTED WHOLE, AND EVERY      *
001210*                    FILE CHECKED IS LISTED ON THE INBOUND FILE  *
001220*                    CONTROL REPORT (CTLRPT).                    *
001230*   10/15/26   JPL   A NEW CUSTOMER'S LAST-ACTIVITY DATE STARTS  *
001240*                    AT THE ENTRY DATE, WITH NO DORMANCY NOTICE. *
001250*   10/15/26   JPL   A NEW CUSTOMER STARTS WITH THE              *
001260*                    UNDELIVERABLE-ADDRESS FLAG CLEAR.           *
001270*   10/15/26   JPL   CHECKS THE NIGHT-CYCLE JOB DEPENDENCY TABLE *
001280*                    AT STARTUP AND REFUSES TO RUN, WITH RC 20,  *
001290*                    UNTIL EVERY PREDECESSOR HAS ENDED CLEAN     *
001300*                    TODAY.  A REFUSED RUN IS LOGGED ON THE      *
001310*                    RUN-HISTORY FILE.                           *
001320*                                                                *
001330******************************************************************
001340 IDENTIFICATION DIVISION.
001350 PROGRAM-ID. COBOL_TEST.
001360
001370 ENVIRONMENT DIVISION.
001380 INPUT-OUTPUT SECTION.
001390 FILE-CONTROL.
001400     SELECT CUSTOMER-MASTER ASSIGN TO CUSTMAST
001410         ORGANIZATION IS INDEXED
001420         ACCESS MODE IS SEQUENTIAL
001430         RECORD KEY IS CIF-CUST-KEY
001440         ALTERNATE RECORD KEY IS CIF-CUST-NAME
001450             WITH DUPLICATES
001460         FILE STATUS IS CIF-CUSTMAST-STATUS.
001470
001480     SELECT ACCT-SEQUENCE-FILE ASSIGN TO ACCTSEQ
001490         ORGANIZATION IS SEQUENTIAL
001500         FILE STATUS IS CIF-ACCTSEQ-STATUS.
001510
001520     SELECT SUSPENSE-FILE ASSIGN TO SUSPENSE
001530         ORGANIZATION IS SEQUENTIAL
001540         FILE STATUS IS CIF-SUSPENSE-STATUS.
001550
001560     SELECT CHECKPOINT-FILE ASSIGN TO CHECKPT
001570         ORGANIZATION IS SEQUENTIAL
001580         FILE STATUS IS CIF-CHECKPT-STATUS.
001590
001600     SELECT OPERATOR-SECURITY ASSIGN TO OPERSEC
001610         ORGANIZATION IS SEQUENTIAL
001620         FILE STATUS IS CIF-OPERSEC-STATUS.
001630
001640     SELECT INTAKE-FILE ASSIGN TO INTAKE
001650         ORGANIZATION IS LINE SEQUENTIAL
001660         FILE STATUS IS CIF-INTAKE-STATUS.
001670
001680     SELECT RUN-HISTORY-FILE ASSIGN TO RUNHIST
001690         ORGANIZATION IS LINE SEQUENTIAL
001700         FILE STATUS IS CIF-RUNHIST-STATUS.
001710
001720     SELECT JOB-DEP-FILE ASSIGN TO JOBDEP
001730         ORGANIZATION IS LINE SEQUENTIAL
001740         FILE STATUS IS CIF-JOBDEP-STATUS.
001750
001760     SELECT AUDIT-FILE ASSIGN TO AUDITLOG
001770         ORGANIZATION IS LINE SEQUENTIAL
001780         FILE STATUS IS CIF-AUDIT-STATUS.
001790
001800     SELECT BRANCH-REFERENCE ASSIGN TO BRNCHREF
001810         ORGANIZATION IS SEQUENTIAL
001820         FILE STATUS IS CIF-BRNCHREF-STATUS.
001830
001840     SELECT BRANCH-REPORT ASSIGN TO BRNCHRPT
001850         ORGANIZATION IS LINE SEQUENTIAL
001860         FILE STATUS IS CIF-BRNCHRPT-STATUS.
001870
001880     SELECT DEPARTMENT-REFERENCE ASSIGN TO DEPTREF
001890         ORGANIZATION IS SEQUENTIAL
001900         FILE STATUS IS CIF-DEPTREF-STATUS.
001910
001920     SELECT RUN-PARM-FILE ASSIGN TO RUNPARM
001930         ORGANIZATION IS LINE SEQUENTIAL
001940         FILE STATUS IS CIF-RUNPARM-STATUS.
001950
001960     SELECT FILE-CONTROL-FILE ASSIGN TO FILECTL
001970         ORGANIZATION IS SEQUENTIAL
001980         FILE STATUS IS CIF-FILECTL-STATUS.
001990
002000     SELECT CONTROL-REPORT ASSIGN TO CTLRPT
002010         ORGANIZATION IS LINE SEQUENTIAL
002020         FILE STATUS IS CIF-CTLRPT-STATUS.
002030
002040 DATA DIVISION.
002050 FILE SECTION.
002060 FD  CUSTOMER-MASTER.
002070     COPY CUSTREC.
002080
002090 FD  ACCT-SEQUENCE-FILE.
002100     COPY ACCTSEQ.
002110
002120 FD  SUSPENSE-FILE.
002130     COPY SUSPREC.
002140
002150 FD  CHECKPOINT-FILE.
002160     COPY CHKPTREC.
002170
002180 FD  OPERATOR-SECURITY.
002190     COPY OPERREC.
002200
002210 FD  INTAKE-FILE.
002220     COPY INTAKREC.
002230
002240 FD  RUN-HISTORY-FILE.
002250     COPY RUNHREC.
002260
002270 FD  JOB-DEP-FILE.
002280     COPY JOBDREC.
002290
002300 FD  AUDIT-FILE.
002310     COPY AUDITREC.
002320
002330 FD  BRANCH-REFERENCE.
002340     COPY BRNCHREC.
002350
002360 FD  BRANCH-REPORT.
002370 01  CIF-BRANCH-RPT-LINE         PIC X(80).
002380
002390 FD  DEPARTMENT-REFERENCE.
002400     COPY DEPTREC.
002410
002420 FD  RUN-PARM-FILE.
002430     COPY RUNPREC.
002440
002450 FD  FILE-CONTROL-FILE.
002460     COPY FCTLREC.
002470
002480 FD  CONTROL-REPORT.
002490 01  CIF-CTLRPT-LINE             PIC X(80).
002500
002510 WORKING-STORAGE SECTION.
002520 01  VARIABLE_01 PIC 9(9) VALUE 10500.
002530 01  VARIABLE_02 PIC A(50) VALUE 'Variable text'.
002540 01  CUSTOM_VAR03 PIC X(50) VALUE 'Variable Alphanumeric with 9'.
002550 01  WS-NUM4 PIC 9(6) VALUE 50.
002560
002570******************************************************************
002580*   FILE STATUS FIELDS                                          *
002590******************************************************************
002600 01  CIF-FILE-STATUSES.
002610     05  CIF-RUNPARM-STATUS      PIC X(02) VALUE '00'.
002620     05  CIF-CUSTMAST-STATUS     PIC X(02) VALUE '00'.
002630     05  CIF-ACCTSEQ-STATUS      PIC X(02) VALUE '00'.
002640     05  CIF-SUSPENSE-STATUS     PIC X(02) VALUE '00'.
002650     05  CIF-CHECKPT-STATUS      PIC X(02) VALUE '00'.
002660     05  CIF-AUDIT-STATUS        PIC X(02) VALUE '00'.
002670     05  CIF-INTAKE-STATUS       PIC X(02) VALUE '00'.
002680     05  CIF-OPERSEC-STATUS      PIC X(02) VALUE '00'.
002690     05  CIF-RUNHIST-STATUS      PIC X(02) VALUE '00'.
002700     05  CIF-JOBDEP-STATUS       PIC X(02) VALUE '00'.
002710     05  CIF-BRNCHREF-STATUS     PIC X(02) VALUE '00'.
002720     05  CIF-BRNCHRPT-STATUS     PIC X(02) VALUE '00'.
002730     05  CIF-DEPTREF-STATUS      PIC X(02) VALUE '00'.
002740     05  CIF-FILECTL-STATUS      PIC X(02) VALUE '00'.
002750     05  CIF-CTLRPT-STATUS       PIC X(02) VALUE '00'.
002760
002770******************************************************************
002780*   SWITCHES                                                    *
002790******************************************************************
002800 01  CIF-SWITCHES.
002810     05  CIF-UNATTENDED-SWITCH   PIC X(01) VALUE 'N'.
002820         88  CIF-UNATTENDED                 VALUE 'Y'.
002830     05  CIF-PARM-EOF-SWITCH     PIC X(01) VALUE 'N'.
002840         88  CIF-PARM-EOF                   VALUE 'Y'.
002850     05  CIF-PARM-FOUND-SWITCH   PIC X(01) VALUE 'N'.
002860         88  CIF-PARM-FOUND                 VALUE 'Y'.
002870     05  CIF-EOJ-SWITCH          PIC X(01) VALUE 'N'.
002880         88  CIF-EOJ                        VALUE 'Y'.
002890     05  CIF-RESUME-SWITCH       PIC X(01) VALUE 'N'.
002900         88  CIF-RESUME-YES                 VALUE 'Y'.
002910     05  CIF-CKPT-FOUND-SWITCH   PIC X(01) VALUE 'N'.
002920         88  CIF-CKPT-FOUND                 VALUE 'Y'.
002930     05  CIF-CKPT-EOF-SWITCH     PIC X(01) VALUE 'N'.
002940         88  CIF-CKPT-EOF                   VALUE 'Y'.
002950     05  CIF-CUSTMAST-EOF-SWITCH PIC X(01) VALUE 'N'.
002960         88  CIF-CUSTMAST-EOF                VALUE 'Y'.
002970     05  CIF-CKPT-OPEN-SWITCH    PIC X(01) VALUE 'N'.
002980         88  CIF-CKPT-OPEN                  VALUE 'Y'.
002990     05  CIF-NAME-VALID-SWITCH   PIC X(01) VALUE 'N'.
003000         88  CIF-NAME-VALID                 VALUE 'Y'.
003010     05  CIF-DEPT-VALID-SWITCH   PIC X(01) VALUE 'N'.
003020         88  CIF-DEPT-VALID                 VALUE 'Y'.
003030     05  CIF-ADDR-VALID-SWITCH   PIC X(01) VALUE 'N'.
003040         88  CIF-ADDR-VALID                 VALUE 'Y'.
003050     05  CIF-PHONE-VALID-SWITCH  PIC X(01) VALUE 'N'.
003060         88  CIF-PHONE-VALID                VALUE 'Y'.
003070     05  CIF-BRANCH-VALID-SWITCH PIC X(01) VALUE 'N'.
003080         88  CIF-BRANCH-VALID               VALUE 'Y'.
003090     05  CIF-BRNCH-EOF-SWITCH    PIC X(01) VALUE 'N'.
003100         88  CIF-BRNCH-EOF                  VALUE 'Y'.
003110     05  CIF-BSLOT-FOUND-SWITCH  PIC X(01) VALUE 'N'.
003120         88  CIF-BSLOT-FOUND                VALUE 'Y'.
003130     05  CIF-DEPTS-EOF-SWITCH    PIC X(01) VALUE 'N'.
003140         88  CIF-DEPTS-EOF                  VALUE 'Y'.
003150     05  CIF-DUP-FOUND-SWITCH    PIC X(01) VALUE 'N'.
003160         88  CIF-DUP-FOUND                  VALUE 'Y'.
003170     05  CIF-DUP-DEPT-SWITCH     PIC X(01) VALUE 'N'.
003180         88  CIF-DUP-DEPT-ALSO              VALUE 'Y'.
003190     05  CIF-DUP-ABANDON-SWITCH  PIC X(01) VALUE 'N'.
003200         88  CIF-DUP-ABANDON                VALUE 'Y'.
003210     05  CIF-DUPSCAN-EOF-SWITCH  PIC X(01) VALUE 'N'.
003220         88  CIF-DUPSCAN-EOF                VALUE 'Y'.
003230     05  CIF-MODE-SWITCH         PIC X(01) VALUE 'K'.
003240         88  CIF-FILE-MODE                  VALUES 'F' 'f'.
003250     05  CIF-INTAKE-EOF-SWITCH   PIC X(01) VALUE 'N'.
003260         88  CIF-INTAKE-EOF                 VALUE 'Y'.
003270     05  CIF-ABORT-SWITCH        PIC X(01) VALUE 'N'.
003280         88  CIF-ABORT                      VALUE 'Y'.
003290     05  CIF-OPERSEC-EOF-SWITCH  PIC X(01) VALUE 'N'.
003300         88  CIF-OPERSEC-EOF                VALUE 'Y'.
003310     05  CIF-SIGNON-OK-SWITCH    PIC X(01) VALUE 'N'.
003320         88  CIF-SIGNON-OK                  VALUE 'Y'.
003330     05  CIF-RUNH-EOF-SWITCH     PIC X(01) VALUE 'N'.
003340         88  CIF-RUNH-EOF                   VALUE 'Y'.
003350     05  CIF-RUNH-DONE-SWITCH    PIC X(01) VALUE 'N'.
003360         88  CIF-RUNH-DONE-TODAY            VALUE 'Y'.
003370     05  CIF-RUNH-STARTED-SWITCH PIC X(01) VALUE 'N'.
003380         88  CIF-RUNH-STARTED               VALUE 'Y'.
003390     05  CIF-JOBD-EOF-SWITCH     PIC X(01) VALUE 'N'.
003400         88  CIF-JOBD-EOF                   VALUE 'Y'.
003410     05  CIF-FILES-OPEN-SWITCH   PIC X(01) VALUE 'N'.
003420         88  CIF-FILES-OPEN                 VALUE 'Y'.
003430     05  CIF-CTL-SCAN-EOF-SWITCH PIC X(01) VALUE 'N'.
003440         88  CIF-CTL-SCAN-EOF               VALUE 'Y'.
003450     05  CIF-CTL-TRAILER-SWITCH  PIC X(01) VALUE 'N'.
003460         88  CIF-CTL-TRAILER-FOUND          VALUE 'Y'.
003470     05  CIF-FCTL-EOF-SWITCH     PIC X(01) VALUE 'N'.
003480         88  CIF-FCTL-EOF                   VALUE 'Y'.
003490     05  CIF-FCTL-FOUND-SWITCH   PIC X(01) VALUE 'N'.
003500         88  CIF-FCTL-FOUND                 VALUE 'Y'.
003510
003520******************************************************************
003530*   BATCH COUNTERS                                               *
003540******************************************************************
003550 01  CIF-COUNTERS.
003560     05  CIF-PARM-IDX            PIC 9(02) COMP VALUE ZERO.
003570     05  CIF-PARM-COUNT          PIC 9(02) COMP VALUE ZERO.
003580     05  CIF-PRED-IDX            PIC 9(02) COMP VALUE ZERO.
003590     05  CIF-PRED-COUNT          PIC 9(02) COMP VALUE ZERO.
003600     05  CIF-PREDS-BLOCKING      PIC 9(02) COMP VALUE ZERO.
003610     05  CIF-RECS-READ           PIC 9(06) COMP VALUE ZERO.
003620     05  CIF-RECS-WRITTEN        PIC 9(06) COMP VALUE ZERO.
003630     05  CIF-RECS-REJECTED       PIC 9(06) COMP VALUE ZERO.
003640     05  CIF-BATCH-COUNT         PIC 9(06) COMP VALUE ZERO.
003650     05  CIF-DISPLAY-SEQ         PIC 9(06) COMP VALUE ZERO.
003660     05  CIF-CKPT-QUOTIENT       PIC 9(06) COMP VALUE ZERO.
003670     05  CIF-CKPT-INTERVAL-REM   PIC 9(06) COMP VALUE ZERO.
003680     05  CIF-NAME-LENGTH         PIC 9(03) COMP VALUE ZERO.
003690     05  CIF-DEPT-LENGTH         PIC 9(03) COMP VALUE ZERO.
003700     05  CIF-STREET-LENGTH       PIC 9(03) COMP VALUE ZERO.
003710     05  CIF-SCAN-IDX            PIC 9(02) COMP VALUE ZERO.
003720     05  CIF-RESUME-GAP          PIC 9(06) COMP VALUE ZERO.
003730     05  CIF-INTAKE-RECS-IN      PIC 9(06) COMP VALUE ZERO.
003740     05  CIF-INTAKE-SKIPPED      PIC 9(06) COMP VALUE ZERO.
003750     05  CIF-PRIOR-WRITTEN       PIC 9(06) COMP VALUE ZERO.
003760     05  CIF-PRIOR-REJECTED      PIC 9(06) COMP VALUE ZERO.
003770     05  CIF-THIS-RUN-POSTED     PIC 9(06) COMP VALUE ZERO.
003780     05  CIF-SIGNON-TRIES        PIC 9(01) COMP VALUE ZERO.
003790     05  CIF-OPER-IDX            PIC 9(03) COMP VALUE ZERO.
003800     05  CIF-OPER-COUNT          PIC 9(03) COMP VALUE ZERO.
003810     05  CIF-BRN-IDX             PIC 9(03) COMP VALUE ZERO.
003820     05  CIF-BRN-COUNT           PIC 9(03) COMP VALUE ZERO.
003830     05  CIF-BSTAT-IDX           PIC 9(03) COMP VALUE ZERO.
003840     05  CIF-BSTAT-COUNT         PIC 9(03) COMP VALUE ZERO.
003850     05  CIF-DPT-IDX             PIC 9(03) COMP VALUE ZERO.
003860     05  CIF-DPT-COUNT           PIC 9(03) COMP VALUE ZERO.
003870     05  CIF-FCTL-IDX            PIC 9(03) COMP VALUE ZERO.
003880     05  CIF-FCTL-COUNT          PIC 9(03) COMP VALUE ZERO.
003890     05  CIF-CTL-DETAIL-COUNT    PIC 9(09) COMP VALUE ZERO.
003900
003910******************************************************************
003920*   ACCOUNT NUMBER CONTROL                                       *
003930******************************************************************
003940 01  CIF-ACCOUNT-CONTROL.
003950     05  CIF-LAST-ACCT-NO        PIC 9(09) VALUE ZERO.
003960     05  CIF-AUDIT-ACCT-NO       PIC 9(09) VALUE ZERO.
003970     05  CIF-CKPT-SNAPSHOT-ACCT  PIC 9(09) VALUE ZERO.
003980     05  CIF-DUP-ACCT-NO         PIC 9(09) VALUE ZERO.
003990
004000******************************************************************
004010*   MISCELLANEOUS WORKING FIELDS                                 *
004020******************************************************************
004030 01  CIF-DEFAULTS.
004040     05  CIF-DEFAULT-NAME-TEXT   PIC A(50) VALUE 'Variable text'.
004050     05  CIF-DEFAULT-DEPT-TEXT   PIC X(50)
004060         VALUE 'Variable Alphanumeric with 9'.
004070     05  CIF-SENTINEL-NAME       PIC X(04) VALUE '/END'.
004080
004090 01  CIF-MISC-WORK.
004100     05  CIF-PARM-WANT-KEY       PIC X(10) VALUE SPACES.
004110     05  CIF-PARM-VALUE-WORK     PIC X(20) VALUE SPACES.
004120     05  CIF-OPERATOR-ID         PIC X(08) VALUE SPACES.
004130     05  CIF-SIGNON-AUTH-LEVEL   PIC X(01) VALUE SPACE.
004140         88  CIF-SIGNON-SUPERVISOR          VALUE 'S'.
004150     05  CIF-RUN-DATE            PIC X(08).
004160     05  CIF-RUN-TIME            PIC X(08).
004170     05  CIF-NAME-REJECT-REASON  PIC X(40) VALUE SPACES.
004180     05  CIF-DEPT-REJECT-REASON  PIC X(40) VALUE SPACES.
004190     05  CIF-ADDR-REJECT-REASON  PIC X(40) VALUE SPACES.
004200     05  CIF-PHONE-REJECT-REASON PIC X(40) VALUE SPACES.
004210     05  CIF-WORK-BRANCH         PIC X(04) VALUE SPACES.
004220     05  CIF-BRANCH-REJECT-REASON PIC X(40) VALUE SPACES.
004230     05  CIF-RESPONSE            PIC X(01) VALUE SPACE.
004240     05  CIF-MY-PROGRAM-ID       PIC X(10) VALUE 'COBOL_TEST'.
004250     05  CIF-END-TIME            PIC X(08).
004260
004270******************************************************************
004280*   ADDRESS AND CONTACT WORK FIELDS                              *
004290*   HOLD THE ADDRESS BLOCK AND PHONE FOR THE CYCLE IN HAND,      *
004300*   WHETHER KEYED AT THE CONSOLE OR READ FROM THE BRANCH         *
004310*   INTAKE TRANSACTION FILE.                                     *
004320******************************************************************
004330 01  CIF-ADDRESS-WORK.
004340     05  CIF-WORK-STREET         PIC X(30) VALUE SPACES.
004350     05  CIF-WORK-CITY           PIC X(20) VALUE SPACES.
004360     05  CIF-WORK-STATE          PIC X(02) VALUE SPACES.
004370     05  CIF-WORK-ZIP            PIC X(05) VALUE SPACES.
004380     05  CIF-WORK-PHONE          PIC X(10) VALUE SPACES.
004390
004400******************************************************************
004410*   PENDING AUDIT FIELDS                                         *
004420*   HOLD THE NAME/DEPARTMENT AUDIT DETAIL CAPTURED DURING EDIT   *
004430*   UNTIL 2650-WRITE-AUDIT-ENTRIES CAN LOG THEM WITH THE ACCOUNT *
004440*   NUMBER THIS CYCLE ACTUALLY RECEIVED.                         *
004450******************************************************************
004460 01  CIF-PENDING-AUDIT.
004470     05  CIF-NAME-AUD-VALUE      PIC A(50).
004480     05  CIF-NAME-AUD-STATUS     PIC X(08).
004490     05  CIF-DEPT-AUD-VALUE      PIC X(50).
004500     05  CIF-DEPT-AUD-STATUS     PIC X(08).
004510
004520******************************************************************
004530*   OPERATOR SECURITY TABLE                                      *
004540*   THE SECURITY FILE IS SMALL (A HANDFUL OF OPERATORS) AND IS   *
004550*   LOADED HERE AT STARTUP SO SIGN-ON RETRIES DO NOT RE-READ     *
004560*   THE FILE.                                                    *
004570******************************************************************
004580 01  CIF-OPERATOR-TABLE.
004590     05  CIF-OPER-ENTRY OCCURS 50 TIMES.
004600         10  CIF-OPTBL-ID        PIC X(08).
004610         10  CIF-OPTBL-NAME      PIC X(30).
004620         10  CIF-OPTBL-ACTIVE-SW PIC X(01).
004630         10  CIF-OPTBL-AUTH-LVL  PIC X(01).
004640
004650******************************************************************
004660*   BRANCH REFERENCE TABLE                                       *
004670*   THE BRANCH REFERENCE FILE IS SMALL AND IS LOADED HERE AT     *
004680*   STARTUP, THE SAME WAY THE OPERATOR SECURITY FILE IS, SO THE  *
004690*   BRANCH EDIT DOES NOT RE-READ THE FILE PER TRANSACTION.       *
004700******************************************************************
004710 01  CIF-BRANCH-TABLE.
004720     05  CIF-BRANCH-ENTRY OCCURS 50 TIMES.
004730         10  CIF-BRTBL-CODE      PIC X(04).
004740         10  CIF-BRTBL-NAME      PIC X(30).
004750         10  CIF-BRTBL-ACTIVE-SW PIC X(01).
004760
004770******************************************************************
004780*   DEPARTMENT REFERENCE TABLE                                   *
004790*   THE DEPARTMENT REFERENCE FILE IS LOADED HERE AT STARTUP SO   *
004800*   THE DEPARTMENT EDIT DOES NOT RE-READ THE FILE PER ENTRY.     *
004810******************************************************************
004820 01  CIF-DEPT-TABLE.
004830     05  CIF-DEPT-ENTRY OCCURS 100 TIMES.
004840         10  CIF-DPTBL-NAME      PIC X(50).
004850         10  CIF-DPTBL-ACTIVE-SW PIC X(01).
004860
004870******************************************************************
004880*   BRANCH VOLUME STATISTICS                                     *
004890*   ONE SLOT PER BRANCH CODE SEEN THIS RUN, ACCUMULATING THE     *
004900*   ACCEPTS AND REJECTS PRINTED ON THE BRANCH VOLUME REPORT AT   *
004910*   END OF BATCH.                                                *
004920******************************************************************
004930 01  CIF-BRANCH-STATS.
004940     05  CIF-BSTAT-ENTRY OCCURS 50 TIMES.
004950         10  CIF-BSTAT-CODE      PIC X(04).
004960         10  CIF-BSTAT-ACCEPTS   PIC 9(06) COMP.
004970         10  CIF-BSTAT-REJECTS   PIC 9(06) COMP.
004980
004990******************************************************************
005000*   BRANCH REPORT PRINT LINE - A SINGLE 80-BYTE PRINT AREA       *
005010*   REDEFINED INTO THE HEADING, COLUMN, DETAIL AND TOTAL         *
005020*   LAYOUTS MOVED TO CIF-BRANCH-RPT-LINE FOR EACH WRITE.         *
005030******************************************************************
005040 01  CIF-BRANCH-PRINT-LINE           PIC X(80) VALUE SPACES.
005050
005060 01  CIF-BRANCH-LINE-HEAD REDEFINES CIF-BRANCH-PRINT-LINE.
005070     05  CIF-BH-TITLE                PIC X(34).
005080     05  CIF-BH-DATE-LIT             PIC X(10).
005090     05  CIF-BH-RUN-DATE             PIC X(08).
005100     05  CIF-BH-FILLER-1             PIC X(28).
005110
005120 01  CIF-BRANCH-LINE-COLS REDEFINES CIF-BRANCH-PRINT-LINE.
005130     05  CIF-BC-CODE-LIT             PIC X(08).
005140     05  CIF-BC-ACC-LIT              PIC X(10).
005150     05  CIF-BC-REJ-LIT              PIC X(10).
005160     05  CIF-BC-FILLER-1             PIC X(52).
005170
005180 01  CIF-BRANCH-LINE-DETAIL REDEFINES CIF-BRANCH-PRINT-LINE.
005190     05  CIF-BD-CODE                 PIC X(04).
005200     05  CIF-BD-FILLER-1             PIC X(04).
005210     05  CIF-BD-ACCEPTS              PIC ZZZ,ZZ9.
005220     05  CIF-BD-FILLER-2             PIC X(03).
005230     05  CIF-BD-REJECTS              PIC ZZZ,ZZ9.
005240     05  CIF-BD-FILLER-3             PIC X(55).
005250
005260******************************************************************
005270*   INBOUND FILE CONTROL WORK FIELDS                             *
005280*   THE HEADER AND TRAILER VALUES OF THE INTAKE FILE IN HAND,    *
005290*   THE SEQUENCE NUMBER EXPECTED FROM ITS BRANCH, AND THE REASON *
005300*   THE FILE IS REJECTED (SPACES WHEN IT IS ACCEPTED).           *
005310******************************************************************
005320 01  CIF-FILE-CONTROL-WORK.
005330     05  CIF-CTL-FILE-ID         PIC X(08) VALUE 'INTAKE'.
005340     05  CIF-CTL-BRANCH          PIC X(04) VALUE SPACES.
005350     05  CIF-CTL-FILE-DATE       PIC X(08) VALUE SPACES.
005360     05  CIF-CTL-SEQ-NO          PIC 9(06) VALUE ZERO.
005370     05  CIF-CTL-EXPECT-SEQ      PIC 9(06) VALUE ZERO.
005380     05  CIF-CTL-TRAILER-COUNT   PIC 9(09) VALUE ZERO.
005390     05  CIF-CTL-REJECT-REASON   PIC X(37) VALUE SPACES.
005400
005410******************************************************************
005420*   INBOUND FILE CONTROL TABLE                                   *
005430*   THE FILE CONTROL FILE - LAST SEQUENCE NUMBER ACCEPTED PER    *
005440*   INBOUND FILE AND SENDING BRANCH - LOADED WHEN THE INTAKE     *
005450*   FILE IS CHECKED AND WRITTEN BACK WHEN IT IS ACCEPTED.        *
005460******************************************************************
005470 01  CIF-FILE-CONTROL-TABLE.
005480     05  CIF-FCTL-ENTRY OCCURS 100 TIMES.
005490         10  CIF-FCTBL-FILE-ID   PIC X(08).
005500         10  CIF-FCTBL-BRANCH    PIC X(04).
005510         10  CIF-FCTBL-LAST-SEQ  PIC 9(06).
005520         10  CIF-FCTBL-LAST-DATE PIC X(08).
005530         10  CIF-FCTBL-PROC-DATE PIC X(08).
005540
005550******************************************************************
005560*   CONTROL REPORT PRINT LINE - A SINGLE 80-BYTE PRINT AREA      *
005570*   REDEFINED INTO THE HEADING, DETAIL AND COUNT LAYOUTS MOVED   *
005580*   TO CIF-CTLRPT-LINE FOR EACH WRITE.                           *
005590******************************************************************
005600 01  CIF-CONTROL-PRINT-LINE          PIC X(80) VALUE SPACES.
005610
005620 01  CIF-CONTROL-LINE-HEAD REDEFINES CIF-CONTROL-PRINT-LINE.
005630     05  CIF-CH-TITLE                PIC X(30).
005640     05  CIF-CH-PGM-LIT              PIC X(09).
005650     05  CIF-CH-PROGRAM              PIC X(10).
005660     05  CIF-CH-DATE-LIT             PIC X(11).
005670     05  CIF-CH-RUN-DATE             PIC X(08).
005680     05  CIF-CH-FILLER-1             PIC X(12).
005690
005700 01  CIF-CONTROL-LINE-DETAIL REDEFINES CIF-CONTROL-PRINT-LINE.
005710     05  CIF-CD-FILE-ID              PIC X(08).
005720     05  CIF-CD-FILLER-1             PIC X(01).
005730     05  CIF-CD-BRANCH               PIC X(04).
005740     05  CIF-CD-FILLER-2             PIC X(02).
005750     05  CIF-CD-FILE-DATE            PIC X(08).
005760     05  CIF-CD-FILLER-3             PIC X(03).
005770     05  CIF-CD-SEQ-NO               PIC ZZZZZ9.
005780     05  CIF-CD-FILLER-4             PIC X(02).
005790     05  CIF-CD-DISPOSITION          PIC X(37).
005800     05  CIF-CD-FILLER-5             PIC X(09).
005810
005820 01  CIF-CONTROL-LINE-COUNT REDEFINES CIF-CONTROL-PRINT-LINE.
005830     05  CIF-CN-FILLER-1             PIC X(10).
005840     05  CIF-CN-TRAILER-LIT          PIC X(26).
005850     05  CIF-CN-TRAILER-COUNT        PIC ZZZ,ZZZ,ZZ9.
005860     05  CIF-CN-FILLER-2             PIC X(02).
005870     05  CIF-CN-COUNTED-LIT          PIC X(10).
005880     05  CIF-CN-COUNTED              PIC ZZZ,ZZZ,ZZ9.
005890     05  CIF-CN-FILLER-3             PIC X(10).
005900
005910
005920******************************************************************
005930*   PREDECESSOR TABLE                                            *
005940*   THE JOBS THAT MUST HAVE ENDED CLEAN TODAY BEFORE THIS        *
005950*   PROGRAM MAY RUN, FROM THE NIGHT-CYCLE JOB DEPENDENCY TABLE.  *
005960******************************************************************
005970 01  CIF-PRED-TABLE.
005980     05  CIF-PRED-ENTRY OCCURS 10 TIMES.
005990         10  CIF-PRED-PROGRAM-ID PIC X(10).
006000         10  CIF-PRED-CLEAN-SW   PIC X(01).
006010             88  CIF-PRED-CLEAN             VALUE 'Y'.
006020
006030******************************************************************
006040*   RUN PARAMETER TABLE                                          *
006050*   THE ANSWERS FOR THIS PROGRAM FROM THE NIGHT-CYCLE RUN        *
006060*   PARAMETER FILE, LOADED AT STARTUP WHEN THE FILE IS PRESENT.  *
006070******************************************************************
006080 01  CIF-PARM-TABLE.
006090     05  CIF-PARM-ENTRY OCCURS 10 TIMES.
006100         10  CIF-PTBL-KEYWORD    PIC X(10).
006110         10  CIF-PTBL-VALUE      PIC X(20).
006120 PROCEDURE DIVISION.
006130******************************************************************
006140*   0000-MAINLINE                                                *
006150*   TOP-LEVEL CONTROL OF THE INTAKE BATCH.                      *
006160******************************************************************
006170 0000-MAINLINE.
006180     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
006190     IF NOT CIF-ABORT
006200         PERFORM 2000-PROCESS-BATCH THRU 2000-EXIT
006210             UNTIL CIF-EOJ
006220         IF NOT CIF-ABORT
006230             PERFORM 8000-RECONCILE-TOTALS THRU 8000-EXIT
006240         END-IF
006250     END-IF.
006260     PERFORM 9000-TERMINATE THRU 9000-EXIT.
006270     STOP RUN.
006280
006290******************************************************************
006300*   1000-INITIALIZE                                              *
006310*   OPENS FILES, CHECKS FOR A PRIOR CHECKPOINT, AND OBTAINS THE  *
006320*   STARTING ACCOUNT NUMBER FOR THIS RUN.                       *
006330******************************************************************
006340 1000-INITIALIZE.
006350     ACCEPT CIF-RUN-DATE FROM DATE YYYYMMDD.
006360     ACCEPT CIF-RUN-TIME FROM TIME.
006370     PERFORM 1010-LOAD-RUN-PARMS THRU 1010-EXIT.
006380     PERFORM 1050-LOAD-OPERATORS THRU 1050-EXIT.
006390     PERFORM 1060-SIGN-ON THRU 1060-EXIT.
006400     IF CIF-ABORT
006410         GO TO 1000-EXIT
006420     END-IF.
006430     PERFORM 1085-LOAD-BRANCHES THRU 1085-EXIT.
006440     PERFORM 1087-LOAD-DEPTS THRU 1087-EXIT.
006450     PERFORM 1090-CHECK-RUN-HISTORY THRU 1090-EXIT.
006460     IF CIF-ABORT
006470         GO TO 1000-EXIT
006480     END-IF.
006490     PERFORM 1092-CHECK-PREDECESSORS THRU 1092-EXIT.
006500     PERFORM 1095-WRITE-RUN-START THRU 1095-EXIT.
006510     IF CIF-ABORT
006520         GO TO 1000-EXIT
006530     END-IF.
006540     PERFORM 1100-OPEN-FILES THRU 1100-EXIT.
006550     IF CIF-ABORT
006560         GO TO 1000-EXIT
006570     END-IF.
006580     MOVE 'Y' TO CIF-FILES-OPEN-SWITCH.
006590     PERFORM 1200-CHECK-CHECKPOINT THRU 1200-EXIT.
006600     IF CIF-ABORT
006610         GO TO 1000-EXIT
006620     END-IF.
006630     PERFORM 1300-GET-LAST-ACCOUNT THRU 1300-EXIT.
006640     PERFORM 1400-SELECT-MODE THRU 1400-EXIT.
006650 1000-EXIT.
006660     EXIT.
006670
006680******************************************************************
006690*   1010-LOAD-RUN-PARMS                                          *
006700*   LOOKS FOR THE NIGHT-CYCLE RUN PARAMETER FILE.  WHEN IT IS    *
006710*   PRESENT THE RUN IS UNATTENDED AND EVERY CONSOLE ANSWER IS    *
006720*   TAKEN FROM THE ROWS CARRYING THIS PROGRAM'S NAME; WHEN IT    *
006730*   IS ABSENT THE RUN PROMPTS AT THE CONSOLE AS BEFORE.          *
006740******************************************************************
006750 1010-LOAD-RUN-PARMS.
006760     MOVE ZERO TO CIF-PARM-COUNT.
006770     MOVE 'N' TO CIF-PARM-EOF-SWITCH.
006780     OPEN INPUT RUN-PARM-FILE.
006790     IF CIF-RUNPARM-STATUS NOT = '00'
006800         GO TO 1010-EXIT
006810     END-IF.
006820     MOVE 'Y' TO CIF-UNATTENDED-SWITCH.
006830     DISPLAY 'COBOL_TEST - UNATTENDED MODE - ANSWERS FROM '
006840         'RUN PARAMETER FILE'.
006850     PERFORM 1015-READ-RUN-PARM THRU 1015-EXIT
006860         UNTIL CIF-PARM-EOF.
006870     CLOSE RUN-PARM-FILE.
006880 1010-EXIT.
006890     EXIT.
006900
006910******************************************************************
006920*   1015-READ-RUN-PARM                                           *
006930*   READS ONE RUN PARAMETER ROW, KEEPING THE ROWS ADDRESSED TO   *
006940*   THIS PROGRAM.                                                *
006950******************************************************************
006960 1015-READ-RUN-PARM.
006970     READ RUN-PARM-FILE
006980         AT END
006990             MOVE 'Y' TO CIF-PARM-EOF-SWITCH
007000         NOT AT END
007010             IF CIF-PRM-PROGRAM-ID = CIF-MY-PROGRAM-ID
007020                 IF CIF-PARM-COUNT < 10
007030                     ADD 1 TO CIF-PARM-COUNT
007040                     MOVE CIF-PRM-KEYWORD
007050                         TO CIF-PTBL-KEYWORD (CIF-PARM-COUNT)
007060                     MOVE CIF-PRM-VALUE
007070                         TO CIF-PTBL-VALUE (CIF-PARM-COUNT)
007080                 END-IF
007090             END-IF
007100     END-READ.
007110     IF NOT CIF-PARM-EOF
007120         IF CIF-RUNPARM-STATUS NOT = '00'
007130             DISPLAY 'COBOL_TEST - RUN PARAMETER READ FAILED '
007140                 '- STATUS ' CIF-RUNPARM-STATUS
007150             MOVE 'Y' TO CIF-PARM-EOF-SWITCH
007160         END-IF
007170     END-IF.
007180 1015-EXIT.
007190     EXIT.
007200
007210******************************************************************
007220*   1020-FIND-RUN-PARM                                           *
007230*   SEARCHES THE PARAMETER TABLE FOR THE KEYWORD IN              *
007240*   CIF-PARM-WANT-KEY, LEAVING ITS VALUE IN                      *
007250*   CIF-PARM-VALUE-WORK WHEN FOUND.                              *
007260******************************************************************
007270 1020-FIND-RUN-PARM.
007280     MOVE 'N' TO CIF-PARM-FOUND-SWITCH.
007290     MOVE SPACES TO CIF-PARM-VALUE-WORK.
007300     PERFORM 1025-MATCH-RUN-PARM THRU 1025-EXIT
007310         VARYING CIF-PARM-IDX FROM 1 BY 1
007320         UNTIL CIF-PARM-IDX > CIF-PARM-COUNT OR CIF-PARM-FOUND.
007330 1020-EXIT.
007340     EXIT.
007350
007360******************************************************************
007370*   1025-MATCH-RUN-PARM                                          *
007380*   COMPARES ONE PARAMETER TABLE ENTRY AGAINST THE KEYWORD       *
007390*   WANTED.                                                      *
007400******************************************************************
007410 1025-MATCH-RUN-PARM.
007420     IF CIF-PTBL-KEYWORD (CIF-PARM-IDX) = CIF-PARM-WANT-KEY
007430         MOVE 'Y' TO CIF-PARM-FOUND-SWITCH
007440         MOVE CIF-PTBL-VALUE (CIF-PARM-IDX)
007450             TO CIF-PARM-VALUE-WORK
007460     END-IF.
007470 1025-EXIT.
007480     EXIT.
007490
007500******************************************************************
007510*   1030-PARM-MISSING                                            *
007520*   FAILS THE JOB WITH RETURN CODE 12 WHEN A REQUIRED RUN        *
007530*   PARAMETER IS MISSING FROM AN UNATTENDED RUN.                 *
007540******************************************************************
007550 1030-PARM-MISSING.
007560     DISPLAY 'COBOL_TEST - REQUIRED RUN PARAMETER '
007570         CIF-PARM-WANT-KEY ' MISSING - JOB FAILING'.
007580     MOVE 12 TO RETURN-CODE.
007590     MOVE 'Y' TO CIF-ABORT-SWITCH.
007600 1030-EXIT.
007610     EXIT.
007620
007630******************************************************************
007640*   1050-LOAD-OPERATORS                                          *
007650*   LOADS THE OPERATOR SECURITY FILE INTO THE SIGN-ON TABLE,     *
007660*   CREATING THE FILE WITH THE DEFAULT OPER01 ENTRY ON ITS       *
007670*   FIRST USE, THE SAME WAY THE ACCOUNT SEQUENCE FILE IS         *
007680*   BOOTSTRAPPED.                                                *
007690******************************************************************
007700 1050-LOAD-OPERATORS.
007710     MOVE ZERO TO CIF-OPER-COUNT.
007720     MOVE 'N' TO CIF-OPERSEC-EOF-SWITCH.
007730     OPEN INPUT OPERATOR-SECURITY.
007740     IF CIF-OPERSEC-STATUS NOT = '00'
007750         OPEN OUTPUT OPERATOR-SECURITY
007760         MOVE 'OPER01'           TO CIF-OPER-ID
007770         MOVE 'DEFAULT OPERATOR' TO CIF-OPER-NAME
007780         MOVE 'Y'                TO CIF-OPER-ACTIVE-SW
007790         MOVE 'S'                TO CIF-OPER-AUTH-LEVEL
007800         MOVE SPACES             TO CIF-OPER-FILLER
007810         WRITE OPERATOR-SECURITY-RECORD
007820         CLOSE OPERATOR-SECURITY
007830         OPEN INPUT OPERATOR-SECURITY
007840     END-IF.
007850     PERFORM 1055-READ-OPERATOR THRU 1055-EXIT
007860         UNTIL CIF-OPERSEC-EOF.
007870     CLOSE OPERATOR-SECURITY.
007880 1050-EXIT.
007890     EXIT.
007900
007910******************************************************************
007920*   1055-READ-OPERATOR                                           *
007930*   READS ONE OPERATOR SECURITY RECORD INTO THE SIGN-ON TABLE.   *
007940******************************************************************
007950 1055-READ-OPERATOR.
007960     READ OPERATOR-SECURITY
007970         AT END
007980             MOVE 'Y' TO CIF-OPERSEC-EOF-SWITCH
007990         NOT AT END
008000             IF CIF-OPER-COUNT < 50
008010                 ADD 1 TO CIF-OPER-COUNT
008020                 MOVE CIF-OPER-ID TO CIF-OPTBL-ID (CIF-OPER-COUNT)
008030                 MOVE CIF-OPER-NAME
008040                     TO CIF-OPTBL-NAME (CIF-OPER-COUNT)
008050                 MOVE CIF-OPER-ACTIVE-SW
008060                     TO CIF-OPTBL-ACTIVE-SW (CIF-OPER-COUNT)
008070                 MOVE CIF-OPER-AUTH-LEVEL
008080                     TO CIF-OPTBL-AUTH-LVL (CIF-OPER-COUNT)
008090             END-IF
008100     END-READ.
008110     IF NOT CIF-OPERSEC-EOF
008120         IF CIF-OPERSEC-STATUS NOT = '00'
008130             DISPLAY 'COBOL_TEST - OPERATOR SECURITY READ FAILED '
008140                 '- STATUS ' CIF-OPERSEC-STATUS
008150                 ' - SIGN-ON TABLE INCOMPLETE'
008160             MOVE 'Y' TO CIF-OPERSEC-EOF-SWITCH
008170         END-IF
008180     END-IF.
008190 1055-EXIT.
008200     EXIT.
008210
008220******************************************************************
008230*   1060-SIGN-ON                                                 *
008240*   GIVES THE OPERATOR THREE TRIES TO SIGN ON WITH AN ID THAT    *
008250*   IS ON THE SECURITY FILE AND STILL ACTIVE.  A FAILED SIGN-ON  *
008260*   CANCELS THE JOB BEFORE ANY BATCH FILE IS OPENED.             *
008270******************************************************************
008280 1060-SIGN-ON.
008290     IF CIF-UNATTENDED
008300         MOVE 'OPERATOR' TO CIF-PARM-WANT-KEY
008310         PERFORM 1020-FIND-RUN-PARM THRU 1020-EXIT
008320         IF NOT CIF-PARM-FOUND
008330             PERFORM 1030-PARM-MISSING THRU 1030-EXIT
008340             GO TO 1060-EXIT
008350         END-IF
008360         MOVE CIF-PARM-VALUE-WORK(1:8) TO CIF-OPERATOR-ID
008370         PERFORM 1080-MATCH-OPERATOR THRU 1080-EXIT
008380             VARYING CIF-OPER-IDX FROM 1 BY 1
008390             UNTIL CIF-OPER-IDX > CIF-OPER-COUNT OR CIF-SIGNON-OK
008400         IF NOT CIF-SIGNON-OK
008410             DISPLAY 'SIGN-ON FAILED - JOB CANCELLED'
008420             MOVE 16 TO RETURN-CODE
008430             MOVE 'Y' TO CIF-ABORT-SWITCH
008440         END-IF
008450         GO TO 1060-EXIT
008460     END-IF.
008470     MOVE ZERO TO CIF-SIGNON-TRIES.
008480     PERFORM 1070-SIGN-ON-TRY THRU 1070-EXIT
008490         UNTIL CIF-SIGNON-OK OR CIF-SIGNON-TRIES >= 3.
008500     IF NOT CIF-SIGNON-OK
008510         DISPLAY 'SIGN-ON FAILED - JOB CANCELLED'
008520         MOVE 16 TO RETURN-CODE
008530         MOVE 'Y' TO CIF-ABORT-SWITCH
008540     END-IF.
008550 1060-EXIT.
008560     EXIT.
008570
008580******************************************************************
008590*   1070-SIGN-ON-TRY                                             *
008600*   ONE SIGN-ON ATTEMPT - ACCEPTS THE OPERATOR ID AND SEARCHES   *
008610*   THE SECURITY TABLE FOR AN ACTIVE MATCH.                      *
008620******************************************************************
008630 1070-SIGN-ON-TRY.
008640     ADD 1 TO CIF-SIGNON-TRIES.
008650     DISPLAY 'ENTER OPERATOR ID : '.
008660     ACCEPT CIF-OPERATOR-ID.
008670     PERFORM 1080-MATCH-OPERATOR THRU 1080-EXIT
008680         VARYING CIF-OPER-IDX FROM 1 BY 1
008690         UNTIL CIF-OPER-IDX > CIF-OPER-COUNT OR CIF-SIGNON-OK.
008700     IF NOT CIF-SIGNON-OK
008710         DISPLAY 'OPERATOR NOT AUTHORIZED OR NOT ACTIVE'
008720     END-IF.
008730 1070-EXIT.
008740     EXIT.
008750
008760******************************************************************
008770*   1080-MATCH-OPERATOR                                          *
008780*   COMPARES ONE SECURITY TABLE ENTRY AGAINST THE ID KEYED.      *
008790******************************************************************
008800 1080-MATCH-OPERATOR.
008810     IF CIF-OPTBL-ID (CIF-OPER-IDX) = CIF-OPERATOR-ID AND
008820             CIF-OPTBL-ACTIVE-SW (CIF-OPER-IDX) = 'Y'
008830         MOVE 'Y' TO CIF-SIGNON-OK-SWITCH
008840         MOVE CIF-OPTBL-AUTH-LVL (CIF-OPER-IDX)
008850             TO CIF-SIGNON-AUTH-LEVEL
008860         DISPLAY 'SIGNED ON - ' CIF-OPERATOR-ID ' '
008870             CIF-OPTBL-NAME (CIF-OPER-IDX)
008880     END-IF.
008890 1080-EXIT.
008900     EXIT.
008910
008920
008930
008940******************************************************************
008950*   1085-LOAD-BRANCHES                                           *
008960*   LOADS THE BRANCH REFERENCE FILE INTO THE BRANCH TABLE,       *
008970*   CREATING THE FILE WITH THE DEFAULT HEAD OFFICE ENTRY ON ITS  *
008980*   FIRST USE, THE SAME WAY THE OPERATOR SECURITY FILE IS        *
008990*   BOOTSTRAPPED.                                                *
009000******************************************************************
009010 1085-LOAD-BRANCHES.
009020     MOVE ZERO TO CIF-BRN-COUNT.
009030     MOVE 'N' TO CIF-BRNCH-EOF-SWITCH.
009040     OPEN INPUT BRANCH-REFERENCE.
009050     IF CIF-BRNCHREF-STATUS NOT = '00'
009060         OPEN OUTPUT BRANCH-REFERENCE
009070         MOVE '0001'        TO CIF-BRN-CODE
009080         MOVE 'HEAD OFFICE' TO CIF-BRN-NAME
009090         MOVE 'Y'           TO CIF-BRN-ACTIVE-SW
009100         MOVE SPACES        TO CIF-BRN-FILLER
009110         WRITE BRANCH-REFERENCE-RECORD
009120         CLOSE BRANCH-REFERENCE
009130         OPEN INPUT BRANCH-REFERENCE
009140     END-IF.
009150     PERFORM 1086-READ-BRANCH THRU 1086-EXIT
009160         UNTIL CIF-BRNCH-EOF.
009170     CLOSE BRANCH-REFERENCE.
009180 1085-EXIT.
009190     EXIT.
009200
009210******************************************************************
009220*   1086-READ-BRANCH                                             *
009230*   READS ONE BRANCH REFERENCE RECORD INTO THE BRANCH TABLE.     *
009240******************************************************************
009250 1086-READ-BRANCH.
009260     READ BRANCH-REFERENCE
009270         AT END
009280             MOVE 'Y' TO CIF-BRNCH-EOF-SWITCH
009290         NOT AT END
009300             IF CIF-BRN-COUNT < 50
009310                 ADD 1 TO CIF-BRN-COUNT
009320                 MOVE CIF-BRN-CODE
009330                     TO CIF-BRTBL-CODE (CIF-BRN-COUNT)
009340                 MOVE CIF-BRN-NAME
009350                     TO CIF-BRTBL-NAME (CIF-BRN-COUNT)
009360                 MOVE CIF-BRN-ACTIVE-SW
009370                     TO CIF-BRTBL-ACTIVE-SW (CIF-BRN-COUNT)
009380             END-IF
009390     END-READ.
009400     IF NOT CIF-BRNCH-EOF
009410         IF CIF-BRNCHREF-STATUS NOT = '00'
009420             DISPLAY 'COBOL_TEST - BRANCH REFERENCE READ FAILED '
009430                 '- STATUS ' CIF-BRNCHREF-STATUS
009440                 ' - BRANCH TABLE INCOMPLETE'
009450             MOVE 'Y' TO CIF-BRNCH-EOF-SWITCH
009460         END-IF
009470     END-IF.
009480 1086-EXIT.
009490     EXIT.
009500
009510******************************************************************
009520*   1087-LOAD-DEPTS                                             *
009530*   LOADS THE DEPARTMENT REFERENCE FILE INTO THE DEPARTMENT      *
009540*   TABLE, CREATING THE FILE WITH THE DEFAULT GENERAL ENTRY ON   *
009550*   ITS FIRST USE, THE SAME WAY THE OPERATOR SECURITY FILE IS    *
009560*   BOOTSTRAPPED.                                                *
009570******************************************************************
009580 1087-LOAD-DEPTS.
009590     MOVE ZERO TO CIF-DPT-COUNT.
009600     MOVE 'N' TO CIF-DEPTS-EOF-SWITCH.
009610     OPEN INPUT DEPARTMENT-REFERENCE.
009620     IF CIF-DEPTREF-STATUS NOT = '00'
009630         OPEN OUTPUT DEPARTMENT-REFERENCE
009640         MOVE 'GENERAL' TO CIF-DPT-NAME
009650         MOVE 'Y'       TO CIF-DPT-ACTIVE-SW
009660         MOVE SPACES    TO CIF-DPT-FILLER
009670         WRITE DEPARTMENT-REFERENCE-RECORD
009680         CLOSE DEPARTMENT-REFERENCE
009690         OPEN INPUT DEPARTMENT-REFERENCE
009700     END-IF.
009710     PERFORM 1088-READ-DEPT THRU 1088-EXIT
009720         UNTIL CIF-DEPTS-EOF.
009730     CLOSE DEPARTMENT-REFERENCE.
009740 1087-EXIT.
009750     EXIT.
009760
009770******************************************************************
009780*   1088-READ-DEPT                                              *
009790*   READS ONE DEPARTMENT REFERENCE RECORD INTO THE TABLE.        *
009800******************************************************************
009810 1088-READ-DEPT.
009820     READ DEPARTMENT-REFERENCE
009830         AT END
009840             MOVE 'Y' TO CIF-DEPTS-EOF-SWITCH
009850         NOT AT END
009860             IF CIF-DPT-COUNT < 100
009870                 ADD 1 TO CIF-DPT-COUNT
009880                 MOVE CIF-DPT-NAME
009890                     TO CIF-DPTBL-NAME (CIF-DPT-COUNT)
009900                 MOVE CIF-DPT-ACTIVE-SW
009910                     TO CIF-DPTBL-ACTIVE-SW (CIF-DPT-COUNT)
009920             END-IF
009930     END-READ.
009940     IF NOT CIF-DEPTS-EOF
009950         IF CIF-DEPTREF-STATUS NOT = '00'
009960             DISPLAY 'COBOL_TEST - DEPARTMENT REFERENCE '
009970                 'READ FAILED - STATUS ' CIF-DEPTREF-STATUS
009980                 ' - DEPARTMENT TABLE INCOMPLETE'
009990             MOVE 'Y' TO CIF-DEPTS-EOF-SWITCH
010000         END-IF
010010     END-IF.
010020 1088-EXIT.
010030     EXIT.
010040******************************************************************
010050*   1090-CHECK-RUN-HISTORY                                       *
010060*   SCANS THE SHARED RUN-HISTORY FILE FOR AN END RECORD SHOWING  *
010070*   THIS PROGRAM ALREADY COMPLETED CLEAN TODAY, AND WARNS THE    *
010080*   OPERATOR BEFORE LETTING THE JOB RUN AGAIN.                   *
010090******************************************************************
010100 1090-CHECK-RUN-HISTORY.
010110     MOVE 'N' TO CIF-RUNH-EOF-SWITCH.
010120     MOVE 'N' TO CIF-RUNH-DONE-SWITCH.
010130     OPEN INPUT RUN-HISTORY-FILE.
010140     IF CIF-RUNHIST-STATUS NOT = '00'
010150         GO TO 1090-EXIT
010160     END-IF.
010170     PERFORM 1091-READ-RUN-HISTORY THRU 1091-EXIT
010180         UNTIL CIF-RUNH-EOF.
010190     CLOSE RUN-HISTORY-FILE.
010200
010210     IF CIF-RUNH-DONE-TODAY
010220         IF CIF-UNATTENDED
010230             MOVE 'RERUN' TO CIF-PARM-WANT-KEY
010240             PERFORM 1020-FIND-RUN-PARM THRU 1020-EXIT
010250             IF NOT CIF-PARM-FOUND
010260                 PERFORM 1030-PARM-MISSING THRU 1030-EXIT
010270                 GO TO 1090-EXIT
010280             END-IF
010290             MOVE CIF-PARM-VALUE-WORK(1:1) TO CIF-RESPONSE
010300         ELSE
010310             DISPLAY 'COBOL_TEST ALREADY COMPLETED CLEAN TODAY '
010320                 '- RUN AGAIN (Y/N) ? '
010330             ACCEPT CIF-RESPONSE
010340         END-IF
010350         IF CIF-RESPONSE NOT = 'Y' AND CIF-RESPONSE NOT = 'y'
010360             DISPLAY 'RUN CANCELLED BY OPERATOR'
010370             MOVE 8 TO RETURN-CODE
010380             MOVE 'Y' TO CIF-ABORT-SWITCH
010390         END-IF
010400     END-IF.
010410 1090-EXIT.
010420     EXIT.
010430
010440******************************************************************
010450*   1091-READ-RUN-HISTORY                                        *
010460*   READS ONE RUN-HISTORY RECORD OF THE STARTUP CHECK.           *
010470******************************************************************
010480 1091-READ-RUN-HISTORY.
010490     READ RUN-HISTORY-FILE
010500         AT END
010510             MOVE 'Y' TO CIF-RUNH-EOF-SWITCH
010520         NOT AT END
010530             IF CIF-RUNH-PROGRAM-ID = CIF-MY-PROGRAM-ID AND
010540                     CIF-RUNH-END AND
010550                     CIF-RUNH-RUN-DATE = CIF-RUN-DATE AND
010560                     CIF-RUNH-RETURN-CODE = ZERO
010570                 MOVE 'Y' TO CIF-RUNH-DONE-SWITCH
010580             END-IF
010590     END-READ.
010600     IF NOT CIF-RUNH-EOF
010610         IF CIF-RUNHIST-STATUS NOT = '00'
010620             DISPLAY 'COBOL_TEST - RUN-HISTORY READ FAILED - '
010630                 'STATUS ' CIF-RUNHIST-STATUS
010640                 ' - STARTUP CHECK INCOMPLETE'
010650             MOVE 'Y' TO CIF-RUNH-EOF-SWITCH
010660         END-IF
010670     END-IF.
010680 1091-EXIT.
010690     EXIT.
010700
010710******************************************************************
010720*   1092-CHECK-PREDECESSORS                                      *
010730*   LOOKS UP THIS PROGRAM'S REQUIRED PREDECESSORS ON THE NIGHT-  *
010740*   CYCLE JOB DEPENDENCY TABLE AND PROVES EACH ONE HAS AN END    *
010750*   RECORD ON THE RUN-HISTORY FILE FOR TODAY WITH RETURN CODE    *
010760*   ZERO.  ANY THAT HAS NOT IS NAMED ON THE CONSOLE AND THE RUN  *
010770*   IS REFUSED WITH RETURN CODE 20.  WITHOUT THE TABLE, OR WITH  *
010780*   NO ROWS FOR THIS PROGRAM, THERE IS NOTHING TO WAIT FOR.      *
010790******************************************************************
010800 1092-CHECK-PREDECESSORS.
010810     MOVE ZERO TO CIF-PRED-COUNT.
010820     MOVE ZERO TO CIF-PREDS-BLOCKING.
010830     MOVE 'N' TO CIF-JOBD-EOF-SWITCH.
010840     OPEN INPUT JOB-DEP-FILE.
010850     IF CIF-JOBDEP-STATUS NOT = '00'
010860         GO TO 1092-EXIT
010870     END-IF.
010880     PERFORM 1093-READ-JOB-DEPENDENCY THRU 1093-EXIT
010890         UNTIL CIF-JOBD-EOF.
010900     CLOSE JOB-DEP-FILE.
010910     IF CIF-ABORT OR CIF-PRED-COUNT = ZERO
010920         GO TO 1092-EXIT
010930     END-IF.
010940
010950     MOVE 'N' TO CIF-RUNH-EOF-SWITCH.
010960     OPEN INPUT RUN-HISTORY-FILE.
010970     IF CIF-RUNHIST-STATUS = '00'
010980         PERFORM 1094-READ-PRED-HISTORY THRU 1094-EXIT
010990             UNTIL CIF-RUNH-EOF
011000         CLOSE RUN-HISTORY-FILE
011010     END-IF.
011020     PERFORM 1097-REPORT-PREDECESSOR THRU 1097-EXIT
011030         VARYING CIF-PRED-IDX FROM 1 BY 1
011040         UNTIL CIF-PRED-IDX > CIF-PRED-COUNT.
011050     IF CIF-PREDS-BLOCKING > ZERO
011060         DISPLAY 'COBOL_TEST - PREDECESSORS NOT ENDED CLEAN '
011070             'TODAY : ' CIF-PREDS-BLOCKING ' - RUN REFUSED'
011080         MOVE 20 TO RETURN-CODE
011090         MOVE 'Y' TO CIF-ABORT-SWITCH
011100     END-IF.
011110 1092-EXIT.
011120     EXIT.
011130
011140******************************************************************
011150*   1093-READ-JOB-DEPENDENCY                                     *
011160*   READS ONE JOB DEPENDENCY ROW, TABLING THE PREDECESSORS       *
011170*   NAMED FOR THIS PROGRAM.  A READ FAILURE, OR MORE             *
011180*   PREDECESSORS THAN THE TABLE HOLDS, FAILS THE JOB RATHER      *
011190*   THAN LET IT RUN ON A PARTIAL CHECK.                          *
011200******************************************************************
011210 1093-READ-JOB-DEPENDENCY.
011220     READ JOB-DEP-FILE
011230         AT END
011240             MOVE 'Y' TO CIF-JOBD-EOF-SWITCH
011250             GO TO 1093-EXIT
011260     END-READ.
011270     IF CIF-JOBDEP-STATUS NOT = '00'
011280         DISPLAY 'COBOL_TEST - JOB DEPENDENCY READ FAILED - '
011290             'STATUS ' CIF-JOBDEP-STATUS ' - JOB FAILING'
011300         MOVE 16 TO RETURN-CODE
011310         MOVE 'Y' TO CIF-ABORT-SWITCH
011320         MOVE 'Y' TO CIF-JOBD-EOF-SWITCH
011330         GO TO 1093-EXIT
011340     END-IF.
011350     IF CIF-JOBD-PROGRAM-ID NOT = CIF-MY-PROGRAM-ID
011360             OR CIF-JOBD-PRED-ID = SPACES
011370         GO TO 1093-EXIT
011380     END-IF.
011390     IF CIF-PRED-COUNT >= 10
011400         DISPLAY 'COBOL_TEST - MORE THAN 10 PREDECESSORS ON THE '
011410             'JOB DEPENDENCY TABLE - JOB FAILING'
011420         MOVE 16 TO RETURN-CODE
011430         MOVE 'Y' TO CIF-ABORT-SWITCH
011440         MOVE 'Y' TO CIF-JOBD-EOF-SWITCH
011450         GO TO 1093-EXIT
011460     END-IF.
011470     ADD 1 TO CIF-PRED-COUNT.
011480     MOVE CIF-JOBD-PRED-ID
011490         TO CIF-PRED-PROGRAM-ID (CIF-PRED-COUNT).
011500     MOVE 'N' TO CIF-PRED-CLEAN-SW (CIF-PRED-COUNT).
011510 1093-EXIT.
011520     EXIT.
011530
011540******************************************************************
011550*   1094-READ-PRED-HISTORY                                       *
011560*   READS ONE RUN-HISTORY RECORD OF THE PREDECESSOR CHECK.  EACH *
011570*   END RECORD FOR TODAY, IN FILE ORDER, MARKS THAT PROGRAM DONE *
011580*   OR NOT DONE, SO ITS LATEST RUN DECIDES - A CLEAN RUN         *
011590*   FOLLOWED BY A FAILED RERUN IS NOT DONE.  A READ ERROR ENDS   *
011600*   THE SCAN, LEAVING ANY PREDECESSOR NOT YET SEEN UNPROVEN.     *
011610******************************************************************
011620 1094-READ-PRED-HISTORY.
011630     READ RUN-HISTORY-FILE
011640         AT END
011650             MOVE 'Y' TO CIF-RUNH-EOF-SWITCH
011660         NOT AT END
011670             IF CIF-RUNH-END AND
011680                     CIF-RUNH-RUN-DATE = CIF-RUN-DATE
011690                 PERFORM 1096-MATCH-PREDECESSOR THRU 1096-EXIT
011700                     VARYING CIF-PRED-IDX FROM 1 BY 1
011710                     UNTIL CIF-PRED-IDX > CIF-PRED-COUNT
011720             END-IF
011730     END-READ.
011740     IF NOT CIF-RUNH-EOF
011750         IF CIF-RUNHIST-STATUS NOT = '00'
011760             DISPLAY 'COBOL_TEST - RUN-HISTORY READ FAILED - '
011770                 'STATUS ' CIF-RUNHIST-STATUS
011780                 ' - PREDECESSOR CHECK INCOMPLETE'
011790             MOVE 'Y' TO CIF-RUNH-EOF-SWITCH
011800         END-IF
011810     END-IF.
011820 1094-EXIT.
011830     EXIT.
011840
011850******************************************************************
011860*   1095-WRITE-RUN-START                                         *
011870*   APPENDS THIS RUN'S START RECORD TO THE RUN-HISTORY FILE,     *
011880*   WHICH STAYS OPEN UNTIL THE END RECORD IS WRITTEN AT          *
011890*   TERMINATION.                                                 *
011900******************************************************************
011910 1095-WRITE-RUN-START.
011920     OPEN EXTEND RUN-HISTORY-FILE.
011930     IF CIF-RUNHIST-STATUS NOT = '00'
011940         OPEN OUTPUT RUN-HISTORY-FILE
011950     END-IF.
011960     MOVE SPACES            TO RUN-HISTORY-RECORD.
011970     MOVE CIF-MY-PROGRAM-ID TO CIF-RUNH-PROGRAM-ID.
011980     MOVE 'START'           TO CIF-RUNH-REC-TYPE.
011990     MOVE CIF-RUN-DATE      TO CIF-RUNH-RUN-DATE.
012000     MOVE CIF-RUN-TIME      TO CIF-RUNH-RUN-TIME.
012010     MOVE ZERO              TO CIF-RUNH-RECS-READ.
012020     MOVE ZERO              TO CIF-RUNH-RECS-WRITTEN.
012030     MOVE ZERO              TO CIF-RUNH-RECS-REJECTED.
012040     MOVE ZERO              TO CIF-RUNH-RETURN-CODE.
012050     WRITE RUN-HISTORY-RECORD.
012060     MOVE 'Y' TO CIF-RUNH-STARTED-SWITCH.
012070 1095-EXIT.
012080     EXIT.
012090
012100******************************************************************
012110*   1096-MATCH-PREDECESSOR                                       *
012120*   WHEN THE END RECORD IN HAND IS ONE PREDECESSOR'S OWN, MARKS  *
012130*   IT DONE FOR A CLEAN END AND NOT DONE FOR ANY OTHER.          *
012140******************************************************************
012150 1096-MATCH-PREDECESSOR.
012160     IF CIF-PRED-PROGRAM-ID (CIF-PRED-IDX) = CIF-RUNH-PROGRAM-ID
012170         IF CIF-RUNH-RETURN-CODE = ZERO
012180             MOVE 'Y' TO CIF-PRED-CLEAN-SW (CIF-PRED-IDX)
012190         ELSE
012200             MOVE 'N' TO CIF-PRED-CLEAN-SW (CIF-PRED-IDX)
012210         END-IF
012220     END-IF.
012230 1096-EXIT.
012240     EXIT.
012250
012260******************************************************************
012270*   1097-REPORT-PREDECESSOR                                      *
012280*   NAMES ONE PREDECESSOR ON THE CONSOLE WHEN IT HAS NOT ENDED   *
012290*   CLEAN TODAY, AND COUNTS IT AGAINST THE RUN.                  *
012300******************************************************************
012310 1097-REPORT-PREDECESSOR.
012320     IF NOT CIF-PRED-CLEAN (CIF-PRED-IDX)
012330         DISPLAY 'COBOL_TEST - PREDECESSOR '
012340             CIF-PRED-PROGRAM-ID (CIF-PRED-IDX)
012350             ' HAS NOT ENDED CLEAN TODAY'
012360         ADD 1 TO CIF-PREDS-BLOCKING
012370     END-IF.
012380 1097-EXIT.
012390     EXIT.
012400
012410******************************************************************
012420*   1100-OPEN-FILES                                              *
012430*   OPENS THE MASTER, SEQUENCE, SUSPENSE AND AUDIT FILES,        *
012440*   CREATING THE MASTER AND SEQUENCE FILES ON THEIR FIRST USE.   *
012450*   ONLY FILE-NOT-FOUND (STATUS 35) TRIGGERS THE MASTER          *
012460*   BOOTSTRAP - ANY OTHER OPEN FAILURE (SUCH AS AN ATTRIBUTE     *
012470*   CONFLICT WITH A MASTER BUILT BEFORE THE ALTERNATE NAME KEY)  *
012480*   FAILS THE JOB RATHER THAN TRUNCATING AN EXISTING FILE.       *
012490******************************************************************
012500 1100-OPEN-FILES.
012510     OPEN I-O CUSTOMER-MASTER.
012520     IF CIF-CUSTMAST-STATUS = '35'
012530         OPEN OUTPUT CUSTOMER-MASTER
012540         CLOSE CUSTOMER-MASTER
012550         OPEN I-O CUSTOMER-MASTER
012560     END-IF.
012570     IF CIF-CUSTMAST-STATUS NOT = '00'
012580         DISPLAY 'COBOL_TEST - CUSTOMER-MASTER OPEN FAILED - '
012590             'STATUS ' CIF-CUSTMAST-STATUS
012600         MOVE 16 TO RETURN-CODE
012610         MOVE 'Y' TO CIF-ABORT-SWITCH
012620         GO TO 1100-EXIT
012630     END-IF.
012640
012650     OPEN I-O ACCT-SEQUENCE-FILE.
012660     IF CIF-ACCTSEQ-STATUS NOT = '00'
012670         OPEN OUTPUT ACCT-SEQUENCE-FILE
012680         MOVE VARIABLE_01 TO CIF-SEQ-LAST-ACCT
012690         WRITE ACCT-SEQUENCE-RECORD
012700         CLOSE ACCT-SEQUENCE-FILE
012710         OPEN I-O ACCT-SEQUENCE-FILE
012720     END-IF.
012730
012740     OPEN EXTEND SUSPENSE-FILE.
012750     IF CIF-SUSPENSE-STATUS NOT = '00'
012760         OPEN OUTPUT SUSPENSE-FILE
012770     END-IF.
012780     OPEN EXTEND AUDIT-FILE.
012790     IF CIF-AUDIT-STATUS NOT = '00'
012800         OPEN OUTPUT AUDIT-FILE
012810     END-IF.
012820 1100-EXIT.
012830     EXIT.
012840
012850******************************************************************
012860*   1200-CHECK-CHECKPOINT                                        *
012870*   LOOKS FOR A CHECKPOINT LEFT BY A PRIOR RUN THAT DID NOT      *
012880*   REACH END OF BATCH, AND OFFERS TO RESUME FROM IT.            *
012890******************************************************************
012900 1200-CHECK-CHECKPOINT.
012910     MOVE 'N' TO CIF-CKPT-FOUND-SWITCH.
012920     MOVE 'N' TO CIF-CKPT-EOF-SWITCH.
012930     OPEN INPUT CHECKPOINT-FILE.
012940     IF CIF-CHECKPT-STATUS = '00'
012950         PERFORM 1210-READ-CHECKPOINT THRU 1210-EXIT
012960             UNTIL CIF-CKPT-EOF
012970     END-IF.
012980     CLOSE CHECKPOINT-FILE.
012990
013000     IF CIF-CKPT-FOUND
013010         DISPLAY 'CHECKPOINT FOUND FROM A PRIOR RUN - READ: '
013020             CIF-CKPT-RECS-READ ' WRITTEN: '
013030             CIF-CKPT-RECS-WRITTEN ' REJECTED: '
013040             CIF-CKPT-RECS-REJECTED
013050         IF CIF-UNATTENDED
013060             MOVE 'RESUME' TO CIF-PARM-WANT-KEY
013070             PERFORM 1020-FIND-RUN-PARM THRU 1020-EXIT
013080             IF NOT CIF-PARM-FOUND
013090                 PERFORM 1030-PARM-MISSING THRU 1030-EXIT
013100                 GO TO 1200-EXIT
013110             END-IF
013120             MOVE CIF-PARM-VALUE-WORK(1:1) TO CIF-RESPONSE
013130         ELSE
013140             DISPLAY 'RESUME FROM CHECKPOINT (Y/N) ? '
013150             ACCEPT CIF-RESPONSE
013160         END-IF
013170         IF CIF-RESPONSE = 'Y' OR CIF-RESPONSE = 'y'
013180             MOVE 'Y' TO CIF-RESUME-SWITCH
013190             MOVE CIF-CKPT-RECS-READ     TO CIF-RECS-READ
013200             MOVE CIF-CKPT-RECS-WRITTEN  TO CIF-RECS-WRITTEN
013210             MOVE CIF-CKPT-RECS-REJECTED TO CIF-RECS-REJECTED
013220             MOVE CIF-CKPT-LAST-SEQ      TO CIF-BATCH-COUNT
013230             MOVE CIF-CKPT-LAST-ACCT     TO CIF-LAST-ACCT-NO
013240             MOVE CIF-CKPT-LAST-ACCT     TO CIF-CKPT-SNAPSHOT-ACCT
013250         END-IF
013260     END-IF.
013270
013280 1200-EXIT.
013290     EXIT.
013300
013310******************************************************************
013320*   1210-READ-CHECKPOINT                                         *
013330*   READS ONE CHECKPOINT RECORD.  THE FILE MAY HOLD SEVERAL      *
013340*   SNAPSHOTS FROM THE PRIOR RUN - THE LAST ONE READ IS THE      *
013350*   MOST RECENT AND IS THE ONE LEFT IN STORAGE AT END OF FILE.   *
013360******************************************************************
013370 1210-READ-CHECKPOINT.
013380     READ CHECKPOINT-FILE
013390         AT END
013400             MOVE 'Y' TO CIF-CKPT-EOF-SWITCH
013410         NOT AT END
013420             MOVE 'Y' TO CIF-CKPT-FOUND-SWITCH
013430     END-READ.
013440 1210-EXIT.
013450     EXIT.
013460
013470******************************************************************
013480*   1300-GET-LAST-ACCOUNT                                        *
013490*   READS THE LAST ACCOUNT NUMBER ISSUED FROM THE SEQUENCE       *
013500*   CONTROL FILE.  A RESTORED CHECKPOINT VALUE TAKES PRECEDENCE  *
013510*   IF IT IS FURTHER AHEAD.  ON A RESUMED RUN, CUSTOMER-MASTER   *
013520*   ITSELF IS THEN SCANNED FOR ITS ACTUAL HIGHEST KEY, SINCE A   *
013530*   CHECKPOINT IS ONLY TAKEN EVERY TENTH RECORD AND CAN LAG      *
013540*   BEHIND RECORDS ALREADY COMMITTED TO THE MASTER.  ANY KEYS    *
013550*   FOUND PAST THE CHECKPOINT'S OWN SNAPSHOT WERE WRITTEN BY THE *
013560*   PRIOR RUN AFTER ITS LAST CHECKPOINT - THE BATCH COUNTERS ARE *
013570*   ADVANCED BY THAT SAME AMOUNT SO THE RESUMED RUN DOES NOT     *
013580*   RE-PROMPT FOR AND RE-KEY CUSTOMERS ALREADY ON THE MASTER.    *
013590******************************************************************
013600 1300-GET-LAST-ACCOUNT.
013610     READ ACCT-SEQUENCE-FILE
013620         AT END
013630             MOVE VARIABLE_01 TO CIF-SEQ-LAST-ACCT
013640     END-READ.
013650     IF NOT CIF-RESUME-YES
013660         MOVE CIF-SEQ-LAST-ACCT TO CIF-LAST-ACCT-NO
013670     ELSE
013680         IF CIF-SEQ-LAST-ACCT > CIF-LAST-ACCT-NO
013690             MOVE CIF-SEQ-LAST-ACCT TO CIF-LAST-ACCT-NO
013700         END-IF
013710         PERFORM 1310-SCAN-CUSTOMER-MASTER THRU 1310-EXIT
013720         IF CIF-LAST-ACCT-NO > CIF-CKPT-SNAPSHOT-ACCT
013730             COMPUTE CIF-RESUME-GAP =
013740                 CIF-LAST-ACCT-NO - CIF-CKPT-SNAPSHOT-ACCT
013750             ADD CIF-RESUME-GAP TO CIF-RECS-READ
013760             ADD CIF-RESUME-GAP TO CIF-RECS-WRITTEN
013770             ADD CIF-RESUME-GAP TO CIF-BATCH-COUNT
013780         END-IF
013790     END-IF.
013800 1300-EXIT.
013810     EXIT.
013820
013830******************************************************************
013840*   1310-SCAN-CUSTOMER-MASTER                                    *
013850*   RESOLVES THE TRUE HIGH-WATER ACCOUNT NUMBER ON A RESUMED RUN *
013860*   BY READING EVERY RECORD ALREADY ON CUSTOMER-MASTER, SO THE   *
013870*   NEXT NUMBER ISSUED CANNOT COLLIDE WITH ONE THE PRIOR RUN     *
013880*   ALREADY COMMITTED AFTER ITS LAST CHECKPOINT.                 *
013890******************************************************************
013900 1310-SCAN-CUSTOMER-MASTER.
013910     MOVE 'N' TO CIF-CUSTMAST-EOF-SWITCH.
013920     PERFORM 1311-READ-NEXT-CUSTOMER THRU 1311-EXIT
013930         UNTIL CIF-CUSTMAST-EOF.
013940 1310-EXIT.
013950     EXIT.
013960
013970******************************************************************
013980*   1311-READ-NEXT-CUSTOMER                                      *
013990*   READS ONE CUSTOMER-MASTER RECORD DURING THE RESUME SCAN.     *
014000******************************************************************
014010 1311-READ-NEXT-CUSTOMER.
014020     READ CUSTOMER-MASTER
014030         AT END
014040             MOVE 'Y' TO CIF-CUSTMAST-EOF-SWITCH
014050         NOT AT END
014060             IF CIF-CUST-KEY > CIF-LAST-ACCT-NO
014070                 MOVE CIF-CUST-KEY TO CIF-LAST-ACCT-NO
014080             END-IF
014090     END-READ.
014100 1311-EXIT.
014110     EXIT.
014120
014130******************************************************************
014140*   1400-SELECT-MODE                                             *
014150*   ASKS THE OPERATOR WHETHER THIS BATCH IS KEYED AT THE         *
014160*   CONSOLE OR FED FROM A BRANCH INTAKE TRANSACTION FILE.  IN    *
014170*   FILE MODE THE TRANSACTION FILE MUST BE PRESENT - A MISSING   *
014180*   FILE FAILS THE JOB RATHER THAN FALLING BACK TO KEYING.  ON   *
014190*   A RESUMED FILE-MODE RUN THE TRANSACTIONS THE PRIOR RUN       *
014200*   ALREADY POSTED ARE SKIPPED, AND THE COUNTS ALREADY POSTED    *
014210*   ARE SNAPSHOTTED SO RECONCILIATION CAN TIE THIS RUN'S        *
014220*   TRANSACTIONS TO THIS RUN'S POSTINGS ALONE.  BEFORE ANY       *
014230*   TRANSACTION IS TAKEN THE WHOLE FILE IS PROVED AGAINST ITS    *
014240*   HEADER AND TRAILER (1500); A FILE THAT FAILS IS REJECTED     *
014250*   WHOLE AND THE JOB FAILS WITH NOTHING POSTED.  AN ACCEPTED    *
014260*   FILE IS REOPENED AND ITS HEADER PASSED OVER.                 *
014270******************************************************************
014280 1400-SELECT-MODE.
014290     IF CIF-UNATTENDED
014300         MOVE 'MODE' TO CIF-PARM-WANT-KEY
014310         PERFORM 1020-FIND-RUN-PARM THRU 1020-EXIT
014320         IF NOT CIF-PARM-FOUND
014330             PERFORM 1030-PARM-MISSING THRU 1030-EXIT
014340             GO TO 1400-EXIT
014350         END-IF
014360         MOVE CIF-PARM-VALUE-WORK(1:1) TO CIF-MODE-SWITCH
014370         IF NOT CIF-FILE-MODE
014380             DISPLAY 'COBOL_TEST - UNATTENDED RUN MUST USE FILE '
014390                 'MODE - JOB FAILING'
014400             MOVE 12 TO RETURN-CODE
014410             MOVE 'Y' TO CIF-ABORT-SWITCH
014420             GO TO 1400-EXIT
014430         END-IF
014440     ELSE
014450         DISPLAY 'PROCESSING MODE - K = KEYED, F = FILE : '
014460         ACCEPT CIF-MODE-SWITCH
014470     END-IF.
014480     IF NOT CIF-FILE-MODE
014490         GO TO 1400-EXIT
014500     END-IF.
014510     OPEN INPUT INTAKE-FILE.
014520     IF CIF-INTAKE-STATUS NOT = '00'
014530         DISPLAY 'COBOL_TEST - INTAKE FILE OPEN FAILED - '
014540             'STATUS ' CIF-INTAKE-STATUS
014550         MOVE 16 TO RETURN-CODE
014560         MOVE 'Y' TO CIF-ABORT-SWITCH
014570         GO TO 1400-EXIT
014580     END-IF.
014590     PERFORM 1500-CHECK-INTAKE-CONTROL THRU 1500-EXIT.
014600     IF CIF-ABORT
014610         CLOSE INTAKE-FILE
014620         GO TO 1400-EXIT
014630     END-IF.
014640     PERFORM 1560-WRITE-CONTROL-REPORT THRU 1560-EXIT.
014650     CLOSE INTAKE-FILE.
014660     IF CIF-CTL-REJECT-REASON NOT = SPACES
014670         DISPLAY 'COBOL_TEST - INTAKE FILE ' CIF-CTL-REJECT-REASON
014680         DISPLAY 'COBOL_TEST - NOTHING POSTED - JOB FAILING'
014690         MOVE 16 TO RETURN-CODE
014700         MOVE 'Y' TO CIF-ABORT-SWITCH
014710         GO TO 1400-EXIT
014720     END-IF.
014730     OPEN INPUT INTAKE-FILE.
014740     IF CIF-INTAKE-STATUS = '00'
014750         READ INTAKE-FILE
014760     END-IF.
014770     IF CIF-INTAKE-STATUS NOT = '00'
014780         DISPLAY 'COBOL_TEST - INTAKE FILE REOPEN FAILED - '
014790             'STATUS ' CIF-INTAKE-STATUS
014800         MOVE 16 TO RETURN-CODE
014810         MOVE 'Y' TO CIF-ABORT-SWITCH
014820         GO TO 1400-EXIT
014830     END-IF.
014840     PERFORM 1550-UPDATE-FILE-CONTROL THRU 1550-EXIT.
014850     IF CIF-ABORT
014860         CLOSE INTAKE-FILE
014870         GO TO 1400-EXIT
014880     END-IF.
014890     DISPLAY 'FILE MODE - READING INTAKE TRANSACTIONS'.
014900     MOVE CIF-RECS-WRITTEN  TO CIF-PRIOR-WRITTEN.
014910     MOVE CIF-RECS-REJECTED TO CIF-PRIOR-REJECTED.
014920     IF CIF-RESUME-YES AND CIF-BATCH-COUNT > ZERO
014930         DISPLAY 'RESUMED FILE-MODE RUN - SKIPPING '
014940             CIF-BATCH-COUNT ' TRANSACTIONS ALREADY POSTED'
014950         PERFORM 1410-SKIP-INTAKE-RECORD THRU 1410-EXIT
014960             UNTIL CIF-INTAKE-SKIPPED >= CIF-BATCH-COUNT
014970                 OR CIF-ABORT
014980     END-IF.
014990 1400-EXIT.
015000     EXIT.
015010
015020******************************************************************
015030*   1410-SKIP-INTAKE-RECORD                                      *
015040*   PASSES OVER ONE INTAKE TRANSACTION THE PRIOR RUN ALREADY     *
015050*   POSTED.  A FILE THAT ENDS OR FAILS BEFORE THE CHECKPOINTED   *
015060*   COUNT IS REACHED IS NOT THE FILE THE PRIOR RUN WAS READING,  *
015070*   SO THE JOB FAILS RATHER THAN POSTING FROM THE WRONG SPOT.    *
015080*   REACHING THE TRAILER RECORD COUNTS AS REACHING THE END.      *
015090******************************************************************
015100 1410-SKIP-INTAKE-RECORD.
015110     READ INTAKE-FILE
015120         AT END
015130             DISPLAY 'COBOL_TEST - CHECKPOINT PAST END OF '
015140                 'INTAKE FILE - JOB FAILING'
015150             MOVE 16 TO RETURN-CODE
015160             MOVE 'Y' TO CIF-ABORT-SWITCH
015170         NOT AT END
015180             IF CIF-INTT-TRAILER
015190                 DISPLAY 'COBOL_TEST - CHECKPOINT PAST END OF '
015200                     'INTAKE FILE - JOB FAILING'
015210                 MOVE 16 TO RETURN-CODE
015220                 MOVE 'Y' TO CIF-ABORT-SWITCH
015230             ELSE
015240                 ADD 1 TO CIF-INTAKE-SKIPPED
015250             END-IF
015260     END-READ.
015270     IF NOT CIF-ABORT
015280         IF CIF-INTAKE-STATUS NOT = '00'
015290             DISPLAY 'COBOL_TEST - INTAKE READ FAILED - STATUS '
015300                 CIF-INTAKE-STATUS
015310             MOVE 16 TO RETURN-CODE
015320             MOVE 'Y' TO CIF-ABORT-SWITCH
015330         END-IF
015340     END-IF.
015350 1410-EXIT.
015360     EXIT.
015370
015380******************************************************************
015390*   1500-CHECK-INTAKE-CONTROL                                    *
015400*   PROVES THE INTAKE FILE BEFORE ANYTHING IS POSTED FROM IT.    *
015410*   THE FIRST RECORD MUST BE A VALID HEADER, THE LAST A TRAILER  *
015420*   WHOSE RECORD COUNT AGREES WITH THE DETAIL RECORDS COUNTED,   *
015430*   AND THE HEADER SEQUENCE NUMBER MUST BE THE NEXT ONE DUE      *
015440*   FROM THE SENDING BRANCH (1530).  ANY FAILURE LEAVES ITS      *
015450*   REASON IN CIF-CTL-REJECT-REASON.                             *
015460******************************************************************
015470 1500-CHECK-INTAKE-CONTROL.
015480     MOVE SPACES TO CIF-CTL-REJECT-REASON.
015490     MOVE SPACES TO CIF-CTL-BRANCH.
015500     MOVE SPACES TO CIF-CTL-FILE-DATE.
015510     MOVE ZERO   TO CIF-CTL-SEQ-NO.
015520     MOVE ZERO   TO CIF-CTL-EXPECT-SEQ.
015530     MOVE ZERO   TO CIF-CTL-TRAILER-COUNT.
015540     MOVE ZERO   TO CIF-CTL-DETAIL-COUNT.
015550     MOVE 'N'    TO CIF-CTL-SCAN-EOF-SWITCH.
015560     MOVE 'N'    TO CIF-CTL-TRAILER-SWITCH.
015570     PERFORM 1520-LOAD-FILE-CONTROL THRU 1520-EXIT.
015580     IF CIF-ABORT
015590         GO TO 1500-EXIT
015600     END-IF.
015610
015620     PERFORM 1510-READ-CONTROL-SCAN THRU 1510-EXIT.
015630     IF CIF-CTL-REJECT-REASON NOT = SPACES
015640         GO TO 1500-EXIT
015650     END-IF.
015660     IF CIF-CTL-SCAN-EOF OR NOT CIF-INTH-HEADER
015670         MOVE 'REJECTED - NO HEADER RECORD'
015680             TO CIF-CTL-REJECT-REASON
015690         GO TO 1500-EXIT
015700     END-IF.
015710     MOVE CIF-INTH-BRANCH    TO CIF-CTL-BRANCH.
015720     MOVE CIF-INTH-FILE-DATE TO CIF-CTL-FILE-DATE.
015730     IF CIF-INTH-SEQ-NO NUMERIC
015740         MOVE CIF-INTH-SEQ-NO TO CIF-CTL-SEQ-NO
015750     END-IF.
015760     IF CIF-CTL-BRANCH = SPACES
015770             OR CIF-CTL-FILE-DATE NOT NUMERIC
015780             OR CIF-CTL-SEQ-NO = ZERO
015790         MOVE 'REJECTED - HEADER NOT VALID'
015800             TO CIF-CTL-REJECT-REASON
015810         GO TO 1500-EXIT
015820     END-IF.
015830
015840     PERFORM 1510-READ-CONTROL-SCAN THRU 1510-EXIT.
015850     PERFORM 1515-COUNT-INTAKE-RECORD THRU 1515-EXIT
015860         UNTIL CIF-CTL-SCAN-EOF.
015870     IF CIF-CTL-REJECT-REASON NOT = SPACES
015880         GO TO 1500-EXIT
015890     END-IF.
015900     IF NOT CIF-CTL-TRAILER-FOUND
015910         MOVE 'REJECTED - NO TRAILER RECORD'
015920             TO CIF-CTL-REJECT-REASON
015930         GO TO 1500-EXIT
015940     END-IF.
015950     IF CIF-CTL-DETAIL-COUNT NOT = CIF-CTL-TRAILER-COUNT
015960         MOVE 'REJECTED - COUNT OUT OF BALANCE'
015970             TO CIF-CTL-REJECT-REASON
015980         GO TO 1500-EXIT
015990     END-IF.
016000
016010     PERFORM 1530-CHECK-FILE-SEQUENCE THRU 1530-EXIT.
016020 1500-EXIT.
016030     EXIT.
016040
016050******************************************************************
016060*   1510-READ-CONTROL-SCAN                                       *
016070*   READS THE NEXT INTAKE RECORD FOR THE CONTROL PROOF.  A READ  *
016080*   FAILURE REJECTS THE FILE AND ENDS THE SCAN.                  *
016090******************************************************************
016100 1510-READ-CONTROL-SCAN.
016110     READ INTAKE-FILE
016120         AT END
016130             MOVE 'Y' TO CIF-CTL-SCAN-EOF-SWITCH
016140     END-READ.
016150     IF NOT CIF-CTL-SCAN-EOF
016160         IF CIF-INTAKE-STATUS NOT = '00'
016170             MOVE 'REJECTED - FILE READ FAILED'
016180                 TO CIF-CTL-REJECT-REASON
016190             MOVE 'Y' TO CIF-CTL-SCAN-EOF-SWITCH
016200         END-IF
016210     END-IF.
016220 1510-EXIT.
016230     EXIT.
016240
016250******************************************************************
016260*   1515-COUNT-INTAKE-RECORD                                     *
016270*   COUNTS ONE DETAIL RECORD, OR TAKES THE TRAILER RECORD COUNT. *
016280*   ANYTHING FOLLOWING THE TRAILER MEANS THE FILE WAS NOT BUILT  *
016290*   AS ONE UNIT AND IT IS REJECTED.                              *
016300******************************************************************
016310 1515-COUNT-INTAKE-RECORD.
016320     IF CIF-CTL-TRAILER-FOUND
016330         MOVE 'REJECTED - RECORDS AFTER TRAILER'
016340             TO CIF-CTL-REJECT-REASON
016350         MOVE 'Y' TO CIF-CTL-SCAN-EOF-SWITCH
016360         GO TO 1515-EXIT
016370     END-IF.
016380     IF CIF-INTT-TRAILER
016390         MOVE 'Y' TO CIF-CTL-TRAILER-SWITCH
016400         IF CIF-INTT-REC-COUNT NUMERIC
016410             MOVE CIF-INTT-REC-COUNT TO CIF-CTL-TRAILER-COUNT
016420         ELSE
016430             MOVE 'REJECTED - TRAILER NOT VALID'
016440                 TO CIF-CTL-REJECT-REASON
016450             MOVE 'Y' TO CIF-CTL-SCAN-EOF-SWITCH
016460             GO TO 1515-EXIT
016470         END-IF
016480     ELSE
016490         ADD 1 TO CIF-CTL-DETAIL-COUNT
016500     END-IF.
016510     PERFORM 1510-READ-CONTROL-SCAN THRU 1510-EXIT.
016520 1515-EXIT.
016530     EXIT.
016540
016550******************************************************************
016560*   1520-LOAD-FILE-CONTROL                                       *
016570*   LOADS THE INBOUND FILE CONTROL FILE INTO ITS TABLE.  THE     *
016580*   FILE DOES NOT EXIST UNTIL THE FIRST INBOUND FILE IS          *
016590*   ACCEPTED, SO A MISSING FILE IS AN EMPTY TABLE.               *
016600******************************************************************
016610 1520-LOAD-FILE-CONTROL.
016620     MOVE ZERO TO CIF-FCTL-COUNT.
016630     MOVE 'N' TO CIF-FCTL-EOF-SWITCH.
016640     OPEN INPUT FILE-CONTROL-FILE.
016650     IF CIF-FILECTL-STATUS = '35'
016660         GO TO 1520-EXIT
016670     END-IF.
016680     IF CIF-FILECTL-STATUS NOT = '00'
016690         DISPLAY 'COBOL_TEST - FILE CONTROL OPEN FAILED - '
016700             'STATUS ' CIF-FILECTL-STATUS
016710         MOVE 16 TO RETURN-CODE
016720         MOVE 'Y' TO CIF-ABORT-SWITCH
016730         GO TO 1520-EXIT
016740     END-IF.
016750     PERFORM 1525-READ-FILE-CONTROL THRU 1525-EXIT
016760         UNTIL CIF-FCTL-EOF.
016770     CLOSE FILE-CONTROL-FILE.
016780 1520-EXIT.
016790     EXIT.
016800
016810******************************************************************
016820*   1525-READ-FILE-CONTROL                                       *
016830*   READS ONE FILE CONTROL RECORD INTO THE TABLE.  A READ        *
016840*   FAILURE FAILS THE JOB - WITHOUT THE WHOLE TABLE A FILE       *
016850*   ALREADY PROCESSED COULD BE TAKEN AGAIN.                      *
016860******************************************************************
016870 1525-READ-FILE-CONTROL.
016880     READ FILE-CONTROL-FILE
016890         AT END
016900             MOVE 'Y' TO CIF-FCTL-EOF-SWITCH
016910         NOT AT END
016920             IF CIF-FCTL-COUNT < 100
016930                 ADD 1 TO CIF-FCTL-COUNT
016940                 MOVE CIF-FCT-FILE-ID
016950                     TO CIF-FCTBL-FILE-ID (CIF-FCTL-COUNT)
016960                 MOVE CIF-FCT-BRANCH
016970                     TO CIF-FCTBL-BRANCH (CIF-FCTL-COUNT)
016980                 MOVE CIF-FCT-LAST-SEQ
016990                     TO CIF-FCTBL-LAST-SEQ (CIF-FCTL-COUNT)
017000                 MOVE CIF-FCT-LAST-FILE-DATE
017010                     TO CIF-FCTBL-LAST-DATE (CIF-FCTL-COUNT)
017020                 MOVE CIF-FCT-PROC-DATE
017030                     TO CIF-FCTBL-PROC-DATE (CIF-FCTL-COUNT)
017040             END-IF
017050     END-READ.
017060     IF NOT CIF-FCTL-EOF
017070         IF CIF-FILECTL-STATUS NOT = '00'
017080             DISPLAY 'COBOL_TEST - FILE CONTROL READ FAILED - '
017090                 'STATUS ' CIF-FILECTL-STATUS ' - JOB FAILING'
017100             MOVE 16 TO RETURN-CODE
017110             MOVE 'Y' TO CIF-ABORT-SWITCH
017120             MOVE 'Y' TO CIF-FCTL-EOF-SWITCH
017130         END-IF
017140     END-IF.
017150 1525-EXIT.
017160     EXIT.
017170
017180******************************************************************
017190*   1530-CHECK-FILE-SEQUENCE                                     *
017200*   THE HEADER SEQUENCE NUMBER MUST BE ONE MORE THAN THE LAST    *
017210*   ACCEPTED FROM THE SAME BRANCH.  A LOWER NUMBER IS A FILE     *
017220*   ALREADY PROCESSED, A HIGHER ONE MEANS A FILE WAS MISSED.     *
017230*   A RESUMED RUN IS FINISHING THE FILE ALREADY ACCEPTED, SO IT  *
017240*   EXPECTS THE LAST NUMBER AGAIN.  THE FIRST FILE FROM A BRANCH *
017250*   STARTS ITS SEQUENCE.                                         *
017260******************************************************************
017270 1530-CHECK-FILE-SEQUENCE.
017280     MOVE 'N' TO CIF-FCTL-FOUND-SWITCH.
017290     PERFORM 1535-MATCH-FILE-CONTROL THRU 1535-EXIT
017300         VARYING CIF-FCTL-IDX FROM 1 BY 1
017310         UNTIL CIF-FCTL-IDX > CIF-FCTL-COUNT
017320             OR CIF-FCTL-FOUND.
017330     IF NOT CIF-FCTL-FOUND
017340         MOVE CIF-CTL-SEQ-NO TO CIF-CTL-EXPECT-SEQ
017350         GO TO 1530-EXIT
017360     END-IF.
017370     SUBTRACT 1 FROM CIF-FCTL-IDX.
017380     IF CIF-RESUME-YES AND CIF-BATCH-COUNT > ZERO
017390         MOVE CIF-FCTBL-LAST-SEQ (CIF-FCTL-IDX)
017400             TO CIF-CTL-EXPECT-SEQ
017410     ELSE
017420         COMPUTE CIF-CTL-EXPECT-SEQ =
017430             CIF-FCTBL-LAST-SEQ (CIF-FCTL-IDX) + 1
017440     END-IF.
017450     IF CIF-CTL-SEQ-NO < CIF-CTL-EXPECT-SEQ
017460         MOVE 'REJECTED - ALREADY PROCESSED'
017470             TO CIF-CTL-REJECT-REASON
017480     END-IF.
017490     IF CIF-CTL-SEQ-NO > CIF-CTL-EXPECT-SEQ
017500         MOVE 'REJECTED - OUT OF SEQUENCE'
017510             TO CIF-CTL-REJECT-REASON
017520     END-IF.
017530 1530-EXIT.
017540     EXIT.
017550
017560******************************************************************
017570*   1535-MATCH-FILE-CONTROL                                      *
017580*   TESTS ONE FILE CONTROL TABLE ENTRY AGAINST THE FILE AND      *
017590*   BRANCH IN HAND.  THE VARYING INDEX IS LEFT ON THE MATCH.     *
017600******************************************************************
017610 1535-MATCH-FILE-CONTROL.
017620     IF CIF-FCTBL-FILE-ID (CIF-FCTL-IDX) = CIF-CTL-FILE-ID
017630             AND CIF-FCTBL-BRANCH (CIF-FCTL-IDX) = CIF-CTL-BRANCH
017640         MOVE 'Y' TO CIF-FCTL-FOUND-SWITCH
017650     END-IF.
017660 1535-EXIT.
017670     EXIT.
017680
017690******************************************************************
017700*   1550-UPDATE-FILE-CONTROL                                     *
017710*   RECORDS THE ACCEPTED FILE AS THE LAST ONE TAKEN FROM ITS     *
017720*   BRANCH AND WRITES THE FILE CONTROL FILE BACK IN FULL.  THE   *
017730*   INDEX IS STILL ON THE ENTRY 1530 FOUND, IF ANY.  THIS        *
017740*   IS DONE AS SOON AS THE FILE IS ACCEPTED, SO A RERUN OF THE   *
017750*   SAME FILE IS STOPPED EVEN IF THIS RUN DOES NOT FINISH.       *
017760******************************************************************
017770 1550-UPDATE-FILE-CONTROL.
017780     IF NOT CIF-FCTL-FOUND
017790         IF CIF-FCTL-COUNT >= 100
017800             DISPLAY 'COBOL_TEST - FILE CONTROL TABLE FULL - '
017810                 'JOB FAILING'
017820             MOVE 16 TO RETURN-CODE
017830             MOVE 'Y' TO CIF-ABORT-SWITCH
017840             GO TO 1550-EXIT
017850         END-IF
017860         ADD 1 TO CIF-FCTL-COUNT
017870         MOVE CIF-FCTL-COUNT TO CIF-FCTL-IDX
017880         MOVE CIF-CTL-FILE-ID TO CIF-FCTBL-FILE-ID (CIF-FCTL-IDX)
017890         MOVE CIF-CTL-BRANCH  TO CIF-FCTBL-BRANCH (CIF-FCTL-IDX)
017900     END-IF.
017910     MOVE CIF-CTL-SEQ-NO    TO CIF-FCTBL-LAST-SEQ (CIF-FCTL-IDX).
017920     MOVE CIF-CTL-FILE-DATE TO CIF-FCTBL-LAST-DATE (CIF-FCTL-IDX).
017930     MOVE CIF-RUN-DATE      TO CIF-FCTBL-PROC-DATE (CIF-FCTL-IDX).
017940
017950     OPEN OUTPUT FILE-CONTROL-FILE.
017960     IF CIF-FILECTL-STATUS NOT = '00'
017970         DISPLAY 'COBOL_TEST - FILE CONTROL OPEN FAILED - '
017980             'STATUS ' CIF-FILECTL-STATUS
017990         MOVE 16 TO RETURN-CODE
018000         MOVE 'Y' TO CIF-ABORT-SWITCH
018010         GO TO 1550-EXIT
018020     END-IF.
018030     PERFORM 1555-WRITE-FILE-CONTROL THRU 1555-EXIT
018040         VARYING CIF-FCTL-IDX FROM 1 BY 1
018050         UNTIL CIF-FCTL-IDX > CIF-FCTL-COUNT.
018060     CLOSE FILE-CONTROL-FILE.
018070 1550-EXIT.
018080     EXIT.
018090
018100******************************************************************
018110*   1555-WRITE-FILE-CONTROL                                      *
018120*   WRITES ONE FILE CONTROL TABLE ENTRY BACK TO THE FILE.        *
018130******************************************************************
018140 1555-WRITE-FILE-CONTROL.
018150     MOVE SPACES TO FILE-CONTROL-RECORD.
018160     MOVE CIF-FCTBL-FILE-ID (CIF-FCTL-IDX)   TO CIF-FCT-FILE-ID.
018170     MOVE CIF-FCTBL-BRANCH (CIF-FCTL-IDX)    TO CIF-FCT-BRANCH.
018180     MOVE CIF-FCTBL-LAST-SEQ (CIF-FCTL-IDX)  TO CIF-FCT-LAST-SEQ.
018190     MOVE CIF-FCTBL-LAST-DATE (CIF-FCTL-IDX)
018200         TO CIF-FCT-LAST-FILE-DATE.
018210     MOVE CIF-FCTBL-PROC-DATE (CIF-FCTL-IDX) TO CIF-FCT-PROC-DATE.
018220     WRITE FILE-CONTROL-RECORD.
018230     IF CIF-FILECTL-STATUS NOT = '00'
018240         DISPLAY 'COBOL_TEST - FILE CONTROL WRITE FAILED - '
018250             'STATUS ' CIF-FILECTL-STATUS
018260         MOVE 16 TO RETURN-CODE
018270         MOVE 'Y' TO CIF-ABORT-SWITCH
018280     END-IF.
018290 1555-EXIT.
018300     EXIT.
018310
018320******************************************************************
018330*   1560-WRITE-CONTROL-REPORT                                    *
018340*   LISTS THE INTAKE FILE JUST CHECKED ON THE INBOUND FILE       *
018350*   CONTROL REPORT - HEADER VALUES, TRAILER AND COUNTED RECORDS, *
018360*   AND WHETHER IT WAS ACCEPTED OR WHY IT WAS REJECTED.  THE     *
018370*   REPORT IS SHARED WITH TRNPOST AND IS OPENED EXTEND SO EACH   *
018380*   RUN ADDS ITS OWN ENTRY.                                      *
018390******************************************************************
018400 1560-WRITE-CONTROL-REPORT.
018410     OPEN EXTEND CONTROL-REPORT.
018420     IF CIF-CTLRPT-STATUS NOT = '00'
018430         OPEN OUTPUT CONTROL-REPORT
018440     END-IF.
018450     IF CIF-CTLRPT-STATUS NOT = '00'
018460         DISPLAY 'COBOL_TEST - CONTROL REPORT OPEN FAILED - '
018470             'STATUS ' CIF-CTLRPT-STATUS
018480         GO TO 1560-EXIT
018490     END-IF.
018500
018510     MOVE SPACES                TO CIF-CONTROL-LINE-HEAD.
018520     MOVE 'INBOUND FILE CONTROL REPORT'  TO CIF-CH-TITLE.
018530     MOVE 'PROGRAM: '                    TO CIF-CH-PGM-LIT.
018540     MOVE CIF-MY-PROGRAM-ID              TO CIF-CH-PROGRAM.
018550     MOVE ' RUN DATE: '                  TO CIF-CH-DATE-LIT.
018560     MOVE CIF-RUN-DATE                   TO CIF-CH-RUN-DATE.
018570     MOVE CIF-CONTROL-PRINT-LINE TO CIF-CTLRPT-LINE.
018580     WRITE CIF-CTLRPT-LINE.
018590
018600     MOVE 'FILE     BRCH  FILE DATE   SEQ NO  DISPOSITION'
018610         TO CIF-CTLRPT-LINE.
018620     WRITE CIF-CTLRPT-LINE.
018630
018640     MOVE SPACES                TO CIF-CONTROL-LINE-DETAIL.
018650     MOVE CIF-CTL-FILE-ID                TO CIF-CD-FILE-ID.
018660     MOVE CIF-CTL-BRANCH                 TO CIF-CD-BRANCH.
018670     MOVE CIF-CTL-FILE-DATE              TO CIF-CD-FILE-DATE.
018680     MOVE CIF-CTL-SEQ-NO                 TO CIF-CD-SEQ-NO.
018690     IF CIF-CTL-REJECT-REASON = SPACES
018700         MOVE 'ACCEPTED'                 TO CIF-CD-DISPOSITION
018710     ELSE
018720         MOVE CIF-CTL-REJECT-REASON      TO CIF-CD-DISPOSITION
018730     END-IF.
018740     MOVE CIF-CONTROL-PRINT-LINE TO CIF-CTLRPT-LINE.
018750     WRITE CIF-CTLRPT-LINE.
018760
018770     MOVE SPACES                TO CIF-CONTROL-LINE-COUNT.
018780     MOVE 'RECORDS - TRAILER COUNT:'     TO CIF-CN-TRAILER-LIT.
018790     MOVE CIF-CTL-TRAILER-COUNT          TO CIF-CN-TRAILER-COUNT.
018800     MOVE 'COUNTED:'                     TO CIF-CN-COUNTED-LIT.
018810     MOVE CIF-CTL-DETAIL-COUNT           TO CIF-CN-COUNTED.
018820     MOVE CIF-CONTROL-PRINT-LINE TO CIF-CTLRPT-LINE.
018830     WRITE CIF-CTLRPT-LINE.
018840
018850     MOVE SPACES                TO CIF-CTLRPT-LINE.
018860     WRITE CIF-CTLRPT-LINE.
018870     CLOSE CONTROL-REPORT.
018880 1560-EXIT.
018890     EXIT.
018900
018910******************************************************************
018920*   2000-PROCESS-BATCH                                           *
018930*   DRIVES ONE CUSTOMER INTAKE CYCLE - NAME, DEPARTMENT, EDIT,   *
018940*   AND EITHER A CUSTOMER-MASTER WRITE OR A SUSPENSE WRITE.      *
018950******************************************************************
018960 2000-PROCESS-BATCH.
018970     IF CIF-FILE-MODE
018980         PERFORM 2110-READ-INTAKE THRU 2110-EXIT
018990         IF CIF-INTAKE-EOF
019000             MOVE 'Y' TO CIF-EOJ-SWITCH
019010         END-IF
019020     ELSE
019030         PERFORM 2100-ACCEPT-NAME THRU 2100-EXIT
019040
019050         IF VARIABLE_02(1:4) = CIF-SENTINEL-NAME
019060             MOVE 'Y' TO CIF-EOJ-SWITCH
019070         END-IF
019080     END-IF.
019090
019100     IF NOT CIF-EOJ
019110         ADD 1 TO CIF-RECS-READ
019120         MOVE ZERO TO CIF-AUDIT-ACCT-NO
019130         PERFORM 2200-EDIT-NAME THRU 2200-EXIT
019140         IF NOT CIF-FILE-MODE
019150             PERFORM 2300-ACCEPT-DEPT THRU 2300-EXIT
019160         END-IF
019170         PERFORM 2400-EDIT-DEPT THRU 2400-EXIT
019180         IF NOT CIF-FILE-MODE
019190             PERFORM 2320-ACCEPT-ADDRESS THRU 2320-EXIT
019200             PERFORM 2330-ACCEPT-PHONE THRU 2330-EXIT
019210             PERFORM 2340-ACCEPT-BRANCH THRU 2340-EXIT
019220         END-IF
019230         PERFORM 2420-EDIT-ADDRESS THRU 2420-EXIT
019240         PERFORM 2440-EDIT-PHONE THRU 2440-EXIT
019250         PERFORM 2445-EDIT-BRANCH THRU 2445-EXIT
019260
019270         IF CIF-NAME-VALID AND CIF-DEPT-VALID
019280                 AND CIF-ADDR-VALID AND CIF-PHONE-VALID
019290                 AND CIF-BRANCH-VALID
019300             PERFORM 2450-CHECK-DUPLICATE THRU 2450-EXIT
019310             IF CIF-DUP-ABANDON
019320                 PERFORM 2480-ABANDON-DUPLICATE THRU 2480-EXIT
019330             ELSE
019340                 PERFORM 2500-WRITE-CUSTOMER THRU 2500-EXIT
019350             END-IF
019360         ELSE
019370             PERFORM 2600-WRITE-SUSPENSE THRU 2600-EXIT
019380         END-IF
019390
019400         PERFORM 2650-WRITE-AUDIT-ENTRIES THRU 2650-EXIT
019410
019420         ADD 1 TO CIF-BATCH-COUNT
019430         PERFORM 2700-WRITE-CHECKPOINT THRU 2700-EXIT
019440
019450         IF CIF-BATCH-COUNT >= WS-NUM4 AND NOT CIF-FILE-MODE
019460             MOVE 'Y' TO CIF-EOJ-SWITCH
019470         END-IF
019480     END-IF.
019490 2000-EXIT.
019500     EXIT.
019510
019520******************************************************************
019530*   2100-ACCEPT-NAME                                             *
019540*   PROMPTS FOR AND ACCEPTS THE CUSTOMER NAME.                  *
019550******************************************************************
019560 2100-ACCEPT-NAME.
019570     COMPUTE CIF-DISPLAY-SEQ = CIF-BATCH-COUNT + 1.
019580     DISPLAY 'CUSTOMER ' CIF-DISPLAY-SEQ
019590         ' OF ' WS-NUM4 ' - ENTER NAME (/END TO STOP BATCH) : '.
019600     ACCEPT VARIABLE_02.
019610     DISPLAY 'VARIABLE 02 : ' VARIABLE_02.
019620 2100-EXIT.
019630     EXIT.
019640
019650******************************************************************
019660*   2110-READ-INTAKE                                             *
019670*   FILE-MODE COUNTERPART OF 2100/2300 - READS ONE BRANCH        *
019680*   INTAKE TRANSACTION AND PLACES ITS FIELDS WHERE THE EDIT      *
019690*   ROUTINES EXPECT THEM, SO FILE RECORDS TAKE EXACTLY THE       *
019700*   SAME PATH A KEYED ENTRY DOES.                                *
019710******************************************************************
019720 2110-READ-INTAKE.
019730     READ INTAKE-FILE
019740         AT END
019750             MOVE 'Y' TO CIF-INTAKE-EOF-SWITCH
019760         NOT AT END
019770             IF CIF-INTT-TRAILER
019780                 MOVE 'Y' TO CIF-INTAKE-EOF-SWITCH
019790             ELSE
019800                 ADD 1 TO CIF-INTAKE-RECS-IN
019810                 MOVE CIF-INTK-NAME TO VARIABLE_02
019820                 MOVE CIF-INTK-DEPT TO CUSTOM_VAR03
019830                 MOVE CIF-INTK-ADDR-STREET TO CIF-WORK-STREET
019840                 MOVE CIF-INTK-ADDR-CITY   TO CIF-WORK-CITY
019850                 MOVE CIF-INTK-ADDR-STATE  TO CIF-WORK-STATE
019860                 MOVE CIF-INTK-ADDR-ZIP    TO CIF-WORK-ZIP
019870                 MOVE CIF-INTK-PHONE       TO CIF-WORK-PHONE
019880                 MOVE CIF-INTK-BRANCH      TO CIF-WORK-BRANCH
019890                 DISPLAY 'TRANSACTION ' CIF-INTAKE-RECS-IN
019900                     ' - NAME: ' VARIABLE_02(1:30)
019910                     ' DEPT: ' CUSTOM_VAR03(1:20)
019920             END-IF
019930     END-READ.
019940     IF NOT CIF-INTAKE-EOF
019950         IF CIF-INTAKE-STATUS NOT = '00'
019960             DISPLAY 'COBOL_TEST - INTAKE READ FAILED - STATUS '
019970                 CIF-INTAKE-STATUS ' - JOB FAILING'
019980             MOVE 'Y' TO CIF-INTAKE-EOF-SWITCH
019990             MOVE 16 TO RETURN-CODE
020000             MOVE 'Y' TO CIF-ABORT-SWITCH
020010         END-IF
020020     END-IF.
020030 2110-EXIT.
020040     EXIT.
020050
020060******************************************************************
020070*   2200-EDIT-NAME                                               *
020080*   VALIDATES VARIABLE_02 - ALPHABETIC CONTENT, MINIMUM LENGTH,  *
020090*   AND NO LEADING SPACES.  LENGTH IS THE WHOLE FIELD WITH       *
020100*   TRAILING SPACES TRIMMED, NOT JUST ITS FIRST WORD.            *
020110******************************************************************
020120 2200-EDIT-NAME.
020130     MOVE 'N' TO CIF-NAME-VALID-SWITCH.
020140     MOVE SPACES TO CIF-NAME-REJECT-REASON.
020150     MOVE ZERO TO CIF-NAME-LENGTH.
020160     PERFORM 2210-SCAN-NAME-CHAR THRU 2210-EXIT
020170         VARYING CIF-SCAN-IDX FROM 50 BY -1
020180         UNTIL CIF-SCAN-IDX < 1 OR CIF-NAME-LENGTH NOT = ZERO.
020190
020200     IF VARIABLE_02 = SPACES
020210         MOVE 'NO NAME ENTERED !' TO CIF-NAME-REJECT-REASON
020220         DISPLAY 'NO NAME ENTERED !'
020230     ELSE
020240         IF VARIABLE_02 = CIF-DEFAULT-NAME-TEXT
020250             MOVE 'DEFAULT VALUE NOT CHANGED'
020260                 TO CIF-NAME-REJECT-REASON
020270         ELSE
020280             IF VARIABLE_02(1:1) = SPACE
020290                 MOVE 'LEADING SPACE NOT ALLOWED'
020300                     TO CIF-NAME-REJECT-REASON
020310             ELSE
020320                 IF VARIABLE_02 IS NOT ALPHABETIC
020330                     MOVE 'NON-ALPHABETIC CHARACTERS'
020340                         TO CIF-NAME-REJECT-REASON
020350                 ELSE
020360                     IF CIF-NAME-LENGTH < 2
020370                         MOVE 'NAME TOO SHORT'
020380                             TO CIF-NAME-REJECT-REASON
020390                     ELSE
020400                         MOVE 'Y' TO CIF-NAME-VALID-SWITCH
020410                         DISPLAY 'YOUR NAME IS : ' VARIABLE_02
020420                     END-IF
020430                 END-IF
020440             END-IF
020450         END-IF
020460     END-IF.
020470
020480     MOVE VARIABLE_02 TO CIF-NAME-AUD-VALUE.
020490     IF CIF-NAME-VALID
020500         MOVE 'ACCEPTED' TO CIF-NAME-AUD-STATUS
020510     ELSE
020520         MOVE 'REJECTED' TO CIF-NAME-AUD-STATUS
020530     END-IF.
020540 2200-EXIT.
020550     EXIT.
020560
020570******************************************************************
020580*   2210-SCAN-NAME-CHAR                                          *
020590*   BACKWARD CHARACTER SCAN PERFORMED BY 2200-EDIT-NAME TO FIND  *
020600*   THE LENGTH OF VARIABLE_02 WITH TRAILING SPACES TRIMMED OFF,  *
020610*   RATHER THAN JUST THE LENGTH OF ITS FIRST WORD.               *
020620******************************************************************
020630 2210-SCAN-NAME-CHAR.
020640     IF VARIABLE_02(CIF-SCAN-IDX:1) NOT = SPACE
020650         MOVE CIF-SCAN-IDX TO CIF-NAME-LENGTH
020660     END-IF.
020670 2210-EXIT.
020680     EXIT.
020690
020700******************************************************************
020710*   2300-ACCEPT-DEPT                                             *
020720*   PROMPTS FOR AND ACCEPTS THE CUSTOMER DEPARTMENT/ADDRESS      *
020730*   LINE CAPTURED IN CUSTOM_VAR03.                               *
020740******************************************************************
020750 2300-ACCEPT-DEPT.
020760     DISPLAY 'ENTER DEPARTMENT OR ADDRESS LINE : '.
020770     ACCEPT CUSTOM_VAR03.
020780     DISPLAY 'CUSTOM_VAR03 : ' CUSTOM_VAR03.
020790 2300-EXIT.
020800     EXIT.
020810
020820******************************************************************
020830*   2320-ACCEPT-ADDRESS                                          *
020840*   PROMPTS FOR AND ACCEPTS THE CUSTOMER STREET ADDRESS, CITY,   *
020850*   STATE AND ZIP CODE.                                          *
020860******************************************************************
020870 2320-ACCEPT-ADDRESS.
020880     DISPLAY 'ENTER STREET ADDRESS : '.
020890     ACCEPT CIF-WORK-STREET.
020900     DISPLAY 'ENTER CITY : '.
020910     ACCEPT CIF-WORK-CITY.
020920     DISPLAY 'ENTER STATE (2 LETTERS) : '.
020930     ACCEPT CIF-WORK-STATE.
020940     DISPLAY 'ENTER ZIP CODE (5 DIGITS) : '.
020950     ACCEPT CIF-WORK-ZIP.
020960 2320-EXIT.
020970     EXIT.
020980
020990******************************************************************
021000*   2330-ACCEPT-PHONE                                            *
021010*   PROMPTS FOR AND ACCEPTS THE CUSTOMER PHONE NUMBER.           *
021020******************************************************************
021030 2330-ACCEPT-PHONE.
021040     DISPLAY 'ENTER PHONE NUMBER (10 DIGITS) : '.
021050     ACCEPT CIF-WORK-PHONE.
021060 2330-EXIT.
021070     EXIT.
021080
021090******************************************************************
021100*   2340-ACCEPT-BRANCH                                           *
021110*   PROMPTS FOR AND ACCEPTS THE SUBMITTING BRANCH CODE.          *
021120******************************************************************
021130 2340-ACCEPT-BRANCH.
021140     DISPLAY 'ENTER BRANCH CODE : '.
021150     ACCEPT CIF-WORK-BRANCH.
021160 2340-EXIT.
021170     EXIT.
021180
021190******************************************************************
021200*   2400-EDIT-DEPT                                               *
021210*   VALIDATES CUSTOM_VAR03 - MINIMUM LENGTH AND NO LEADING       *
021220*   SPACES.  NUMERICS ARE ALLOWED SINCE A DEPARTMENT CODE OR     *
021230*   ADDRESS LINE MAY LEGITIMATELY CONTAIN DIGITS.  LENGTH IS THE *
021240*   WHOLE FIELD WITH TRAILING SPACES TRIMMED, NOT JUST ITS FIRST *
021250*   WORD.                                                        *
021260******************************************************************
021270 2400-EDIT-DEPT.
021280     MOVE 'N' TO CIF-DEPT-VALID-SWITCH.
021290     MOVE SPACES TO CIF-DEPT-REJECT-REASON.
021300     MOVE ZERO TO CIF-DEPT-LENGTH.
021310     PERFORM 2410-SCAN-DEPT-CHAR THRU 2410-EXIT
021320         VARYING CIF-SCAN-IDX FROM 50 BY -1
021330         UNTIL CIF-SCAN-IDX < 1 OR CIF-DEPT-LENGTH NOT = ZERO.
021340
021350     IF CUSTOM_VAR03 = SPACES
021360         MOVE 'NO DEPARTMENT ENTERED' TO CIF-DEPT-REJECT-REASON
021370     ELSE
021380         IF CUSTOM_VAR03 = CIF-DEFAULT-DEPT-TEXT
021390             MOVE 'DEFAULT VALUE NOT CHANGED'
021400                 TO CIF-DEPT-REJECT-REASON
021410         ELSE
021420             IF CUSTOM_VAR03(1:1) = SPACE
021430                 MOVE 'LEADING SPACE NOT ALLOWED'
021440                     TO CIF-DEPT-REJECT-REASON
021450             ELSE
021460                 IF CIF-DEPT-LENGTH < 2
021470                     MOVE 'DEPARTMENT TOO SHORT'
021480                         TO CIF-DEPT-REJECT-REASON
021490                 ELSE
021500                     PERFORM 2415-CHECK-DEPT-TABLE
021510                         THRU 2415-EXIT
021520                 END-IF
021530             END-IF
021540         END-IF
021550     END-IF.
021560
021570     MOVE CUSTOM_VAR03 TO CIF-DEPT-AUD-VALUE.
021580     IF CIF-DEPT-VALID
021590         MOVE 'ACCEPTED' TO CIF-DEPT-AUD-STATUS
021600     ELSE
021610         MOVE 'REJECTED' TO CIF-DEPT-AUD-STATUS
021620     END-IF.
021630 2400-EXIT.
021640     EXIT.
021650
021660******************************************************************
021670*   2410-SCAN-DEPT-CHAR                                          *
021680*   BACKWARD CHARACTER SCAN PERFORMED BY 2400-EDIT-DEPT TO FIND  *
021690*   THE LENGTH OF CUSTOM_VAR03 WITH TRAILING SPACES TRIMMED OFF, *
021700*   RATHER THAN JUST THE LENGTH OF ITS FIRST WORD.               *
021710******************************************************************
021720 2410-SCAN-DEPT-CHAR.
021730     IF CUSTOM_VAR03(CIF-SCAN-IDX:1) NOT = SPACE
021740         MOVE CIF-SCAN-IDX TO CIF-DEPT-LENGTH
021750     END-IF.
021760 2410-EXIT.
021770     EXIT.
021780
021790******************************************************************
021800*   2415-CHECK-DEPT-TABLE                                       *
021810*   TAIL OF THE DEPARTMENT EDIT - A DEPARTMENT THAT PASSES THE   *
021820*   FORMAT RULES MUST ALSO BE ON THE DEPARTMENT REFERENCE FILE   *
021830*   AND STILL ACTIVE BEFORE IT IS ACCEPTED.                      *
021840******************************************************************
021850 2415-CHECK-DEPT-TABLE.
021860     PERFORM 2416-MATCH-DEPT THRU 2416-EXIT
021870         VARYING CIF-DPT-IDX FROM 1 BY 1
021880         UNTIL CIF-DPT-IDX > CIF-DPT-COUNT
021890             OR CIF-DEPT-VALID
021900             OR CIF-DEPT-REJECT-REASON NOT = SPACES.
021910     IF NOT CIF-DEPT-VALID AND
021920             CIF-DEPT-REJECT-REASON = SPACES
021930         MOVE 'DEPARTMENT NOT ON REFERENCE FILE'
021940             TO CIF-DEPT-REJECT-REASON
021950     END-IF.
021960 2415-EXIT.
021970     EXIT.
021980
021990******************************************************************
022000*   2416-MATCH-DEPT                                             *
022010*   COMPARES ONE DEPARTMENT TABLE ENTRY AGAINST THE ENTRY IN     *
022020*   HAND.                                                        *
022030******************************************************************
022040 2416-MATCH-DEPT.
022050     IF CIF-DPTBL-NAME (CIF-DPT-IDX) = CUSTOM_VAR03
022060         IF CIF-DPTBL-ACTIVE-SW (CIF-DPT-IDX) = 'Y'
022070             MOVE 'Y' TO CIF-DEPT-VALID-SWITCH
022080         ELSE
022090             MOVE 'DEPARTMENT RETIRED'
022100                 TO CIF-DEPT-REJECT-REASON
022110         END-IF
022120     END-IF.
022130 2416-EXIT.
022140     EXIT.
022150
022160******************************************************************
022170*   2420-EDIT-ADDRESS                                            *
022180*   VALIDATES THE ADDRESS BLOCK - STREET NOT BLANK, NO LEADING   *
022190*   SPACE AND MINIMUM LENGTH; CITY NOT BLANK WITH NO LEADING     *
022200*   SPACE; STATE TWO ALPHABETIC CHARACTERS; ZIP FIVE DIGITS.     *
022210*   THE FIRST RULE BROKEN SUPPLIES THE REJECT REASON.            *
022220******************************************************************
022230 2420-EDIT-ADDRESS.
022240     MOVE 'N' TO CIF-ADDR-VALID-SWITCH.
022250     MOVE SPACES TO CIF-ADDR-REJECT-REASON.
022260     MOVE ZERO TO CIF-STREET-LENGTH.
022270     PERFORM 2430-SCAN-STREET-CHAR THRU 2430-EXIT
022280         VARYING CIF-SCAN-IDX FROM 30 BY -1
022290         UNTIL CIF-SCAN-IDX < 1 OR CIF-STREET-LENGTH NOT = ZERO.
022300
022310     IF CIF-WORK-STREET = SPACES
022320         MOVE 'NO STREET ADDRESS ENTERED'
022330             TO CIF-ADDR-REJECT-REASON
022340     ELSE
022350         IF CIF-WORK-STREET(1:1) = SPACE
022360             MOVE 'LEADING SPACE NOT ALLOWED'
022370                 TO CIF-ADDR-REJECT-REASON
022380         ELSE
022390             IF CIF-STREET-LENGTH < 2
022400                 MOVE 'STREET ADDRESS TOO SHORT'
022410                     TO CIF-ADDR-REJECT-REASON
022420             ELSE
022430                 IF CIF-WORK-CITY = SPACES
022440                     MOVE 'NO CITY ENTERED'
022450                         TO CIF-ADDR-REJECT-REASON
022460                 ELSE
022470                     IF CIF-WORK-CITY(1:1) = SPACE
022480                         MOVE 'LEADING SPACE NOT ALLOWED'
022490                             TO CIF-ADDR-REJECT-REASON
022500                     ELSE
022510                         PERFORM 2435-EDIT-STATE-ZIP
022520                             THRU 2435-EXIT
022530                     END-IF
022540                 END-IF
022550             END-IF
022560         END-IF
022570     END-IF.
022580 2420-EXIT.
022590     EXIT.
022600
022610******************************************************************
022620*   2430-SCAN-STREET-CHAR                                        *
022630*   BACKWARD CHARACTER SCAN PERFORMED BY 2420-EDIT-ADDRESS TO    *
022640*   FIND THE LENGTH OF THE STREET ADDRESS WITH TRAILING SPACES   *
022650*   TRIMMED OFF.                                                 *
022660******************************************************************
022670 2430-SCAN-STREET-CHAR.
022680     IF CIF-WORK-STREET(CIF-SCAN-IDX:1) NOT = SPACE
022690         MOVE CIF-SCAN-IDX TO CIF-STREET-LENGTH
022700     END-IF.
022710 2430-EXIT.
022720     EXIT.
022730
022740******************************************************************
022750*   2435-EDIT-STATE-ZIP                                          *
022760*   TAIL OF THE ADDRESS EDIT - STATE AND ZIP RULES, PERFORMED    *
022770*   ONLY ONCE STREET AND CITY HAVE PASSED THEIRS.                *
022780******************************************************************
022790 2435-EDIT-STATE-ZIP.
022800     IF CIF-WORK-STATE = SPACES OR
022810             CIF-WORK-STATE IS NOT ALPHABETIC OR
022820             CIF-WORK-STATE(2:1) = SPACE
022830         MOVE 'STATE MUST BE TWO LETTERS'
022840             TO CIF-ADDR-REJECT-REASON
022850     ELSE
022860         IF CIF-WORK-ZIP IS NOT NUMERIC
022870             MOVE 'ZIP MUST BE FIVE DIGITS'
022880                 TO CIF-ADDR-REJECT-REASON
022890         ELSE
022900             MOVE 'Y' TO CIF-ADDR-VALID-SWITCH
022910         END-IF
022920     END-IF.
022930 2435-EXIT.
022940     EXIT.
022950
022960******************************************************************
022970*   2440-EDIT-PHONE                                              *
022980*   VALIDATES THE PHONE NUMBER - TEN DIGITS, NO BLANKS.          *
022990******************************************************************
023000 2440-EDIT-PHONE.
023010     MOVE 'N' TO CIF-PHONE-VALID-SWITCH.
023020     MOVE SPACES TO CIF-PHONE-REJECT-REASON.
023030     IF CIF-WORK-PHONE = SPACES
023040         MOVE 'NO PHONE NUMBER ENTERED'
023050             TO CIF-PHONE-REJECT-REASON
023060     ELSE
023070         IF CIF-WORK-PHONE IS NOT NUMERIC
023080             MOVE 'PHONE MUST BE TEN DIGITS'
023090                 TO CIF-PHONE-REJECT-REASON
023100         ELSE
023110             MOVE 'Y' TO CIF-PHONE-VALID-SWITCH
023120         END-IF
023130     END-IF.
023140 2440-EXIT.
023150     EXIT.
023160
023170******************************************************************
023180*   2445-EDIT-BRANCH                                             *
023190*   VALIDATES THE BRANCH CODE AGAINST THE BRANCH REFERENCE       *
023200*   TABLE LOADED AT STARTUP - ONLY A BRANCH ON THE FILE AND      *
023210*   STILL ACTIVE IS ACCEPTED.                                    *
023220******************************************************************
023230 2445-EDIT-BRANCH.
023240     MOVE 'N' TO CIF-BRANCH-VALID-SWITCH.
023250     MOVE SPACES TO CIF-BRANCH-REJECT-REASON.
023260     IF CIF-WORK-BRANCH = SPACES
023270         MOVE 'NO BRANCH CODE ENTERED'
023280             TO CIF-BRANCH-REJECT-REASON
023290         GO TO 2445-EXIT
023300     END-IF.
023310     PERFORM 2446-MATCH-BRANCH THRU 2446-EXIT
023320         VARYING CIF-BRN-IDX FROM 1 BY 1
023330         UNTIL CIF-BRN-IDX > CIF-BRN-COUNT
023340             OR CIF-BRANCH-VALID
023350             OR CIF-BRANCH-REJECT-REASON NOT = SPACES.
023360     IF NOT CIF-BRANCH-VALID AND
023370             CIF-BRANCH-REJECT-REASON = SPACES
023380         MOVE 'BRANCH NOT ON REFERENCE FILE'
023390             TO CIF-BRANCH-REJECT-REASON
023400     END-IF.
023410 2445-EXIT.
023420     EXIT.
023430
023440******************************************************************
023450*   2446-MATCH-BRANCH                                            *
023460*   COMPARES ONE BRANCH TABLE ENTRY AGAINST THE CODE IN HAND.    *
023470******************************************************************
023480 2446-MATCH-BRANCH.
023490     IF CIF-BRTBL-CODE (CIF-BRN-IDX) = CIF-WORK-BRANCH
023500         IF CIF-BRTBL-ACTIVE-SW (CIF-BRN-IDX) = 'Y'
023510             MOVE 'Y' TO CIF-BRANCH-VALID-SWITCH
023520         ELSE
023530             MOVE 'BRANCH NOT ACTIVE'
023540                 TO CIF-BRANCH-REJECT-REASON
023550         END-IF
023560     END-IF.
023570 2446-EXIT.
023580     EXIT.
023590
023600******************************************************************
023610*   2450-CHECK-DUPLICATE                                         *
023620*   BEFORE AN ACCOUNT NUMBER IS ASSIGNED, SCANS CUSTOMER-MASTER  *
023630*   FOR A RECORD ALREADY CARRYING THE NAME JUST KEYED.  WHEN ONE *
023640*   IS FOUND THE OPERATOR IS WARNED (THE WARNING NOTES WHETHER   *
023650*   THE DEPARTMENT MATCHES AS WELL) AND MAY CONFIRM THE ENTRY    *
023660*   OR ABANDON IT.  THE SCAN POSITIONS ON THE ALTERNATE NAME     *
023670*   KEY AT THE NAME JUST KEYED, SO ONLY THE RECORDS CARRYING     *
023680*   THAT NAME ARE READ INSTEAD OF THE WHOLE MASTER.              *
023690******************************************************************
023700 2450-CHECK-DUPLICATE.
023710     MOVE 'N' TO CIF-DUP-FOUND-SWITCH.
023720     MOVE 'N' TO CIF-DUP-DEPT-SWITCH.
023730     MOVE 'N' TO CIF-DUP-ABANDON-SWITCH.
023740     MOVE 'N' TO CIF-DUPSCAN-EOF-SWITCH.
023750     MOVE ZERO TO CIF-DUP-ACCT-NO.
023760
023770     MOVE VARIABLE_02 TO CIF-CUST-NAME.
023780     START CUSTOMER-MASTER KEY NOT LESS THAN CIF-CUST-NAME
023790         INVALID KEY
023800             MOVE 'Y' TO CIF-DUPSCAN-EOF-SWITCH
023810     END-START.
023820     IF CIF-CUSTMAST-STATUS NOT = '00'
023830         MOVE 'Y' TO CIF-DUPSCAN-EOF-SWITCH
023840     END-IF.
023850     PERFORM 2460-READ-DUP-SCAN THRU 2460-EXIT
023860         UNTIL CIF-DUPSCAN-EOF.
023870
023880     IF CIF-DUP-FOUND
023890         IF CIF-DUP-DEPT-ALSO
023900             DISPLAY 'DUPLICATE SUSPECTED - ACCOUNT '
023910                 CIF-DUP-ACCT-NO ' ALREADY CARRIES THIS NAME '
023920                 'AND DEPARTMENT'
023930         ELSE
023940             DISPLAY 'DUPLICATE SUSPECTED - ACCOUNT '
023950                 CIF-DUP-ACCT-NO ' ALREADY CARRIES THIS NAME'
023960         END-IF
023970         IF CIF-UNATTENDED OR NOT CIF-SIGNON-SUPERVISOR
023980             DISPLAY 'SUPERVISOR AUTHORITY REQUIRED TO POST A '
023990                 'DUPLICATE - ENTRY ABANDONED TO SUSPENSE'
024000             MOVE 'Y' TO CIF-DUP-ABANDON-SWITCH
024010         ELSE
024020             DISPLAY 'POST THIS ENTRY ANYWAY (Y/N) ? '
024030             ACCEPT CIF-RESPONSE
024040             IF CIF-RESPONSE NOT = 'Y' AND CIF-RESPONSE NOT = 'y'
024050                 MOVE 'Y' TO CIF-DUP-ABANDON-SWITCH
024060             END-IF
024070         END-IF
024080     END-IF.
024090 2450-EXIT.
024100     EXIT.
024110
024120******************************************************************
024130*   2460-READ-DUP-SCAN                                           *
024140*   READS ONE RECORD OF THE DUPLICATE SCAN.  RECORDS CARRYING    *
024150*   THE SAME NAME ARE CONTIGUOUS ON THE ALTERNATE KEY, SO THE    *
024160*   SCAN ENDS AT THE FIRST NAME PAST THE ONE KEYED.  THE FIRST   *
024170*   MATCHING ACCOUNT IS THE ONE REPORTED IN THE WARNING.         *
024180******************************************************************
024190 2460-READ-DUP-SCAN.
024200     READ CUSTOMER-MASTER
024210         AT END
024220             MOVE 'Y' TO CIF-DUPSCAN-EOF-SWITCH
024230         NOT AT END
024240             IF CIF-CUST-NAME = VARIABLE_02
024250                 IF NOT CIF-DUP-FOUND
024260                     MOVE 'Y' TO CIF-DUP-FOUND-SWITCH
024270                     MOVE CIF-CUST-KEY TO CIF-DUP-ACCT-NO
024280                 END-IF
024290                 IF CIF-CUST-DEPT = CUSTOM_VAR03
024300                     MOVE 'Y' TO CIF-DUP-DEPT-SWITCH
024310                 END-IF
024320             ELSE
024330                 MOVE 'Y' TO CIF-DUPSCAN-EOF-SWITCH
024340             END-IF
024350     END-READ.
024360     IF CIF-CUSTMAST-STATUS NOT = '00' AND
024370             CIF-CUSTMAST-STATUS NOT = '02' AND
024380             CIF-CUSTMAST-STATUS NOT = '10'
024390         MOVE 'Y' TO CIF-DUPSCAN-EOF-SWITCH
024400     END-IF.
024410 2460-EXIT.
024420     EXIT.
024430
024440******************************************************************
024450*   2480-ABANDON-DUPLICATE                                       *
024460*   ROUTES AN ENTRY THE OPERATOR ABANDONED AT THE DUPLICATE      *
024470*   WARNING TO THE SUSPENSE LISTING, SO THE ENTRY STILL SHOWS    *
024480*   IN THE CONTROL TOTALS AND CAN BE REPAIRED OR DROPPED FROM    *
024490*   THE SUSPENSE BACKLOG LIKE ANY OTHER REJECT.                  *
024500******************************************************************
024510 2480-ABANDON-DUPLICATE.
024520     MOVE 'NAME'        TO CIF-SUSP-FIELD-ID.
024530     MOVE VARIABLE_02   TO CIF-SUSP-VALUE.
024540     MOVE 'DUPLICATE - ABANDONED BY OPERATOR'
024550         TO CIF-SUSP-REASON.
024560     MOVE CIF-RUN-DATE  TO CIF-SUSP-DATE.
024570     MOVE CIF-RUN-TIME  TO CIF-SUSP-TIME.
024580     WRITE SUSPENSE-RECORD.
024590     ADD 1 TO CIF-RECS-REJECTED.
024600     MOVE 'REJECTED' TO CIF-NAME-AUD-STATUS.
024610     MOVE 'REJECTED' TO CIF-DEPT-AUD-STATUS.
024620     PERFORM 7400-POST-BRANCH-REJECT THRU 7400-EXIT.
024630     DISPLAY 'ENTRY ABANDONED - ROUTED TO SUSPENSE'.
024640 2480-EXIT.
024650     EXIT.
024660
024670******************************************************************
024680*   2500-WRITE-CUSTOMER                                          *
024690*   ASSIGNS THE NEXT ACCOUNT NUMBER AND WRITES THE ACCEPTED      *
024700*   CUSTOMER TO CUSTOMER-MASTER.  A WRITE FAILURE (DUPLICATE OR  *
024710*   OUT-OF-SEQUENCE KEY) ROUTES THE RECORD TO SUSPENSE INSTEAD   *
024720*   OF LETTING IT VANISH FROM THE CONTROL TOTALS, AND BACKS THE  *
024730*   PENDING AUDIT STATUS DOWN TO REJECTED SO THE AUDIT LOG       *
024740*   REFLECTS WHAT ACTUALLY ENDED UP ON THE MASTER, NOT JUST      *
024750*   WHETHER THE FIELDS EDITED CLEAN.                             *
024760******************************************************************
024770 2500-WRITE-CUSTOMER.
024780     ADD 1 TO CIF-LAST-ACCT-NO.
024790     MOVE CIF-LAST-ACCT-NO TO VARIABLE_01.
024800
024810     MOVE VARIABLE_01     TO CIF-CUST-KEY.
024820     MOVE VARIABLE_02     TO CIF-CUST-NAME.
024830     MOVE CUSTOM_VAR03    TO CIF-CUST-DEPT.
024840     MOVE CIF-RUN-DATE    TO CIF-CUST-ENTRY-DATE.
024850     MOVE CIF-RUN-TIME    TO CIF-CUST-ENTRY-TIME.
024860     MOVE CIF-OPERATOR-ID TO CIF-CUST-OPERATOR-ID.
024870     MOVE 'A'             TO CIF-CUST-STATUS.
024880     MOVE SPACE           TO CIF-CUST-ACK-FLAG.
024890     MOVE SPACE           TO CIF-CUST-XTR-FLAG.
024900     MOVE CIF-WORK-STREET TO CIF-CUST-ADDR-STREET.
024910     MOVE CIF-WORK-CITY   TO CIF-CUST-ADDR-CITY.
024920     MOVE CIF-WORK-STATE  TO CIF-CUST-ADDR-STATE.
024930     MOVE CIF-WORK-ZIP    TO CIF-CUST-ADDR-ZIP.
024940     MOVE CIF-WORK-PHONE  TO CIF-CUST-PHONE.
024950     MOVE CIF-WORK-BRANCH TO CIF-CUST-BRANCH.
024960     MOVE SPACE           TO CIF-CUST-LTR-FLAG.
024970     MOVE CIF-RUN-DATE    TO CIF-CUST-LAST-ACT-DATE.
024980     MOVE SPACES          TO CIF-CUST-NOTICE-DATE.
024990     MOVE SPACE           TO CIF-CUST-UNDELIV-FLAG.
025000     MOVE ZERO            TO CIF-CUST-BALANCE.
025010     MOVE SPACES          TO CIF-CUST-FILLER.
025020
025030     WRITE CUSTOMER-MASTER-RECORD
025040         INVALID KEY
025050             DISPLAY 'CUSTOMER-MASTER WRITE FAILED - KEY '
025060                 CIF-CUST-KEY ' STATUS ' CIF-CUSTMAST-STATUS
025070             MOVE 'ACCOUNT'    TO CIF-SUSP-FIELD-ID
025080             MOVE VARIABLE_02  TO CIF-SUSP-VALUE
025090             MOVE 'CUSTOMER-MASTER WRITE FAILED'
025100                 TO CIF-SUSP-REASON
025110             MOVE CIF-RUN-DATE TO CIF-SUSP-DATE
025120             MOVE CIF-RUN-TIME TO CIF-SUSP-TIME
025130             WRITE SUSPENSE-RECORD
025140             ADD 1 TO CIF-RECS-REJECTED
025150             MOVE 'REJECTED' TO CIF-NAME-AUD-STATUS
025160             MOVE 'REJECTED' TO CIF-DEPT-AUD-STATUS
025170             PERFORM 7400-POST-BRANCH-REJECT THRU 7400-EXIT
025180         NOT INVALID KEY
025190             ADD 1 TO CIF-RECS-WRITTEN
025200             PERFORM 7300-POST-BRANCH-ACCEPT THRU 7300-EXIT
025210             MOVE VARIABLE_01 TO CIF-AUDIT-ACCT-NO
025220             DISPLAY 'VARIABLE 01 : ' VARIABLE_01
025230     END-WRITE.
025240 2500-EXIT.
025250     EXIT.
025260
025270******************************************************************
025280*   2600-WRITE-SUSPENSE                                          *
025290*   ROUTES A CUSTOMER WITH ANY FIELD FAILING EDIT - NAME,        *
025300*   DEPARTMENT, ADDRESS OR PHONE - TO THE SUSPENSE LISTING.      *
025310*   THE WHOLE CUSTOMER IS SUSPENDED AND NEVER REACHES            *
025320*   CUSTOMER-MASTER, SO BOTH PENDING AUDIT STATUSES ARE BACKED  *
025330*   DOWN TO REJECTED WHATEVER FIELD ACTUALLY FAILED EDIT.        *
025340******************************************************************
025350 2600-WRITE-SUSPENSE.
025360     MOVE 'REJECTED' TO CIF-NAME-AUD-STATUS.
025370     MOVE 'REJECTED' TO CIF-DEPT-AUD-STATUS.
025380     IF NOT CIF-NAME-VALID
025390         MOVE 'NAME'       TO CIF-SUSP-FIELD-ID
025400         MOVE VARIABLE_02  TO CIF-SUSP-VALUE
025410         MOVE CIF-NAME-REJECT-REASON TO CIF-SUSP-REASON
025420         MOVE CIF-RUN-DATE TO CIF-SUSP-DATE
025430         MOVE CIF-RUN-TIME TO CIF-SUSP-TIME
025440         WRITE SUSPENSE-RECORD
025450         ADD 1 TO CIF-RECS-REJECTED
025460     END-IF.
025470     IF NOT CIF-DEPT-VALID
025480         MOVE 'DEPARTMENT'   TO CIF-SUSP-FIELD-ID
025490         MOVE CUSTOM_VAR03   TO CIF-SUSP-VALUE
025500         MOVE CIF-DEPT-REJECT-REASON TO CIF-SUSP-REASON
025510         MOVE CIF-RUN-DATE   TO CIF-SUSP-DATE
025520         MOVE CIF-RUN-TIME   TO CIF-SUSP-TIME
025530         WRITE SUSPENSE-RECORD
025540         IF CIF-NAME-VALID
025550             ADD 1 TO CIF-RECS-REJECTED
025560         END-IF
025570     END-IF.
025580     IF NOT CIF-ADDR-VALID
025590         MOVE 'ADDRESS'      TO CIF-SUSP-FIELD-ID
025600         MOVE SPACES         TO CIF-SUSP-VALUE
025610         MOVE CIF-WORK-STREET TO CIF-SUSP-VALUE(1:30)
025620         MOVE CIF-ADDR-REJECT-REASON TO CIF-SUSP-REASON
025630         MOVE CIF-RUN-DATE   TO CIF-SUSP-DATE
025640         MOVE CIF-RUN-TIME   TO CIF-SUSP-TIME
025650         WRITE SUSPENSE-RECORD
025660         IF CIF-NAME-VALID AND CIF-DEPT-VALID
025670             ADD 1 TO CIF-RECS-REJECTED
025680         END-IF
025690     END-IF.
025700     IF NOT CIF-PHONE-VALID
025710         MOVE 'PHONE'        TO CIF-SUSP-FIELD-ID
025720         MOVE SPACES         TO CIF-SUSP-VALUE
025730         MOVE CIF-WORK-PHONE TO CIF-SUSP-VALUE(1:10)
025740         MOVE CIF-PHONE-REJECT-REASON TO CIF-SUSP-REASON
025750         MOVE CIF-RUN-DATE   TO CIF-SUSP-DATE
025760         MOVE CIF-RUN-TIME   TO CIF-SUSP-TIME
025770         WRITE SUSPENSE-RECORD
025780         IF CIF-NAME-VALID AND CIF-DEPT-VALID
025790                 AND CIF-ADDR-VALID
025800             ADD 1 TO CIF-RECS-REJECTED
025810         END-IF
025820     END-IF.
025830     IF NOT CIF-BRANCH-VALID
025840         MOVE 'BRANCH'       TO CIF-SUSP-FIELD-ID
025850         MOVE SPACES         TO CIF-SUSP-VALUE
025860         MOVE CIF-WORK-BRANCH TO CIF-SUSP-VALUE(1:4)
025870         MOVE CIF-BRANCH-REJECT-REASON TO CIF-SUSP-REASON
025880         MOVE CIF-RUN-DATE   TO CIF-SUSP-DATE
025890         MOVE CIF-RUN-TIME   TO CIF-SUSP-TIME
025900         WRITE SUSPENSE-RECORD
025910         IF CIF-NAME-VALID AND CIF-DEPT-VALID
025920                 AND CIF-ADDR-VALID AND CIF-PHONE-VALID
025930             ADD 1 TO CIF-RECS-REJECTED
025940         END-IF
025950     END-IF.
025960     PERFORM 7400-POST-BRANCH-REJECT THRU 7400-EXIT.
025970 2600-EXIT.
025980     EXIT.
025990
026000******************************************************************
026010*   2650-WRITE-AUDIT-ENTRIES                                     *
026020*   WRITES THE NAME AND DEPARTMENT AUDIT LOG ENTRIES FOR THIS    *
026030*   CYCLE, NOW THAT THE ACCOUNT NUMBER (IF ANY) THIS RECORD      *
026040*   ACTUALLY RECEIVED IS KNOWN.  PREVENTS AN AUDIT ROW FROM      *
026050*   BEING STAMPED WITH THE PRIOR RECORD'S ACCOUNT NUMBER.        *
026060******************************************************************
026070 2650-WRITE-AUDIT-ENTRIES.
026080     MOVE 'NAME'               TO CIF-AUD-FIELD-ID.
026090     MOVE CIF-NAME-AUD-VALUE    TO CIF-AUD-VALUE.
026100     MOVE CIF-NAME-AUD-STATUS   TO CIF-AUD-STATUS.
026110     PERFORM 3000-WRITE-AUDIT-ENTRY THRU 3000-EXIT.
026120
026130     MOVE 'DEPARTMENT'         TO CIF-AUD-FIELD-ID.
026140     MOVE CIF-DEPT-AUD-VALUE    TO CIF-AUD-VALUE.
026150     MOVE CIF-DEPT-AUD-STATUS   TO CIF-AUD-STATUS.
026160     PERFORM 3000-WRITE-AUDIT-ENTRY THRU 3000-EXIT.
026170 2650-EXIT.
026180     EXIT.
026190
026200******************************************************************
026210*   2700-WRITE-CHECKPOINT                                        *
026220*   EVERY TENTH RECORD, COMMITS CURRENT POSITION AND COUNTS TO   *
026230*   THE CHECKPOINT FILE SO A FAILED RUN CAN BE RESUMED.  THE     *
026240*   FILE IS NOT OPENED FOR OUTPUT (AND THEREFORE NOT TRUNCATED)  *
026250*   UNTIL THE FIRST CHECKPOINT OF THIS RUN IS ACTUALLY COMMITTED, 
026260*   SO A PRIOR RUN'S GOOD CHECKPOINT SURVIVES IF THIS RUN DIES   *
026270*   BEFORE RECORD 10.                                            *
026280******************************************************************
026290 2700-WRITE-CHECKPOINT.
026300     DIVIDE CIF-BATCH-COUNT BY 10
026310         GIVING CIF-CKPT-QUOTIENT
026320         REMAINDER CIF-CKPT-INTERVAL-REM.
026330     IF CIF-CKPT-INTERVAL-REM = 0
026340         IF NOT CIF-CKPT-OPEN
026350             OPEN OUTPUT CHECKPOINT-FILE
026360             MOVE 'Y' TO CIF-CKPT-OPEN-SWITCH
026370         END-IF
026380         MOVE CIF-BATCH-COUNT    TO CIF-CKPT-LAST-SEQ
026390         MOVE CIF-RECS-READ      TO CIF-CKPT-RECS-READ
026400         MOVE CIF-RECS-WRITTEN   TO CIF-CKPT-RECS-WRITTEN
026410         MOVE CIF-RECS-REJECTED  TO CIF-CKPT-RECS-REJECTED
026420         MOVE CIF-LAST-ACCT-NO   TO CIF-CKPT-LAST-ACCT
026430         MOVE SPACES             TO CIF-CKPT-FILLER
026440         WRITE CHECKPOINT-RECORD
026450     END-IF.
026460 2700-EXIT.
026470     EXIT.
026480
026490******************************************************************
026500*   3000-WRITE-AUDIT-ENTRY                                       *
026510*   APPENDS ONE TIMESTAMPED AUDIT LOG ENTRY.  CALLERS MOVE THE   *
026520*   FIELD ID, VALUE, AND STATUS INTO THE AUDIT RECORD BEFORE     *
026530*   PERFORMING THIS PARAGRAPH.                                   *
026540******************************************************************
026550 3000-WRITE-AUDIT-ENTRY.
026560     MOVE CIF-RUN-DATE    TO CIF-AUD-DATE.
026570     MOVE CIF-RUN-TIME    TO CIF-AUD-TIME.
026580     MOVE CIF-OPERATOR-ID TO CIF-AUD-OPERATOR-ID.
026590     MOVE CIF-AUDIT-ACCT-NO TO CIF-AUD-ACCT-NO.
026600     WRITE AUDIT-LOG-RECORD.
026610 3000-EXIT.
026620     EXIT.
026630
026640
026650******************************************************************
026660*   7300-POST-BRANCH-ACCEPT                                      *
026670*   COUNTS ONE ACCEPTED CUSTOMER AGAINST THE SUBMITTING          *
026680*   BRANCH'S VOLUME SLOT.                                        *
026690******************************************************************
026700 7300-POST-BRANCH-ACCEPT.
026710     PERFORM 7450-FIND-BRANCH-SLOT THRU 7450-EXIT.
026720     IF CIF-BSTAT-IDX > ZERO
026730         ADD 1 TO CIF-BSTAT-ACCEPTS (CIF-BSTAT-IDX)
026740     END-IF.
026750 7300-EXIT.
026760     EXIT.
026770
026780******************************************************************
026790*   7400-POST-BRANCH-REJECT                                      *
026800*   COUNTS ONE REJECTED OR ABANDONED CUSTOMER AGAINST THE        *
026810*   SUBMITTING BRANCH'S VOLUME SLOT.                             *
026820******************************************************************
026830 7400-POST-BRANCH-REJECT.
026840     PERFORM 7450-FIND-BRANCH-SLOT THRU 7450-EXIT.
026850     IF CIF-BSTAT-IDX > ZERO
026860         ADD 1 TO CIF-BSTAT-REJECTS (CIF-BSTAT-IDX)
026870     END-IF.
026880 7400-EXIT.
026890     EXIT.
026900
026910******************************************************************
026920*   7450-FIND-BRANCH-SLOT                                        *
026930*   FINDS OR CREATES THE VOLUME SLOT FOR THE BRANCH CODE IN      *
026940*   HAND, LEAVING ITS SUBSCRIPT IN CIF-BSTAT-IDX (ZERO WHEN THE  *
026950*   TABLE IS FULL).  AN UNKNOWN OR BLANK CODE STILL GETS A SLOT  *
026960*   SO ITS REJECTS SHOW ON THE REPORT.                           *
026970******************************************************************
026980 7450-FIND-BRANCH-SLOT.
026990     MOVE 'N' TO CIF-BSLOT-FOUND-SWITCH.
027000     PERFORM 7460-MATCH-BRANCH-SLOT THRU 7460-EXIT
027010         VARYING CIF-BSTAT-IDX FROM 1 BY 1
027020         UNTIL CIF-BSTAT-IDX > CIF-BSTAT-COUNT OR CIF-BSLOT-FOUND.
027030     IF NOT CIF-BSLOT-FOUND
027040         IF CIF-BSTAT-COUNT >= 50
027050             MOVE ZERO TO CIF-BSTAT-IDX
027060             DISPLAY 'COBOL_TEST - BRANCH STATISTICS TABLE FULL '
027070                 '- VOLUME NOT COUNTED FOR ' CIF-WORK-BRANCH
027080         ELSE
027090             ADD 1 TO CIF-BSTAT-COUNT
027100             MOVE CIF-BSTAT-COUNT TO CIF-BSTAT-IDX
027110             MOVE CIF-WORK-BRANCH
027120                 TO CIF-BSTAT-CODE (CIF-BSTAT-IDX)
027130             MOVE ZERO TO CIF-BSTAT-ACCEPTS (CIF-BSTAT-IDX)
027140             MOVE ZERO TO CIF-BSTAT-REJECTS (CIF-BSTAT-IDX)
027150         END-IF
027160     END-IF.
027170 7450-EXIT.
027180     EXIT.
027190
027200******************************************************************
027210*   7460-MATCH-BRANCH-SLOT                                       *
027220*   COMPARES ONE VOLUME SLOT AGAINST THE BRANCH CODE IN HAND.    *
027230*   WHEN IT MATCHES, CIF-BSTAT-IDX IS LEFT POINTING AT THE SLOT. *
027240******************************************************************
027250 7460-MATCH-BRANCH-SLOT.
027260     IF CIF-BSTAT-CODE (CIF-BSTAT-IDX) = CIF-WORK-BRANCH
027270         MOVE 'Y' TO CIF-BSLOT-FOUND-SWITCH
027280         SUBTRACT 1 FROM CIF-BSTAT-IDX
027290     END-IF.
027300 7460-EXIT.
027310     EXIT.
027320******************************************************************
027330*   8000-RECONCILE-TOTALS                                        *
027340*   TIES RECORDS READ AGAINST RECORDS WRITTEN PLUS RECORDS SENT  *
027350*   TO SUSPENSE.  A MISMATCH FAILS THE JOB WITH A NON-ZERO       *
027360*   RETURN CODE.                                                 *
027370******************************************************************
027380 8000-RECONCILE-TOTALS.
027390     DISPLAY '***************************************'.
027400     DISPLAY '* END OF BATCH RECONCILIATION          *'.
027410     DISPLAY '* RECORDS READ      : ' CIF-RECS-READ.
027420     DISPLAY '* RECORDS WRITTEN   : ' CIF-RECS-WRITTEN.
027430     DISPLAY '* RECORDS SUSPENDED : ' CIF-RECS-REJECTED.
027440     DISPLAY '***************************************'.
027450
027460     IF CIF-FILE-MODE
027470         DISPLAY '* TRANSACTIONS IN   : ' CIF-INTAKE-RECS-IN
027480         DISPLAY '***************************************'
027490     END-IF.
027500
027510     IF CIF-RECS-READ = CIF-RECS-WRITTEN + CIF-RECS-REJECTED
027520         DISPLAY 'RECONCILIATION OK - CONTROL TOTALS TIE'
027530         MOVE 0 TO RETURN-CODE
027540     ELSE
027550         DISPLAY 'RECONCILIATION FAILED - CONTROL TOTALS '
027560             'DO NOT TIE - JOB FAILING'
027570         MOVE 16 TO RETURN-CODE
027580     END-IF.
027590
027600     IF CIF-FILE-MODE
027610         IF CIF-INTAKE-SKIPPED > ZERO
027620             DISPLAY '* TRANSACTIONS SKIPPED ON RESUME : '
027630                 CIF-INTAKE-SKIPPED
027640         END-IF
027650         COMPUTE CIF-THIS-RUN-POSTED =
027660             CIF-RECS-WRITTEN - CIF-PRIOR-WRITTEN
027670             + CIF-RECS-REJECTED - CIF-PRIOR-REJECTED
027680         IF CIF-INTAKE-RECS-IN NOT = CIF-THIS-RUN-POSTED
027690             DISPLAY 'RECONCILIATION FAILED - TRANSACTION FILE '
027700                 'COUNT DOES NOT TIE TO WRITTEN PLUS SUSPENDED '
027710                 '- JOB FAILING'
027720             MOVE 16 TO RETURN-CODE
027730         END-IF
027740     END-IF.
027750
027760     PERFORM 8500-WRITE-BRANCH-REPORT THRU 8500-EXIT.
027770 8000-EXIT.
027780     EXIT.
027790
027800
027810******************************************************************
027820*   8500-WRITE-BRANCH-REPORT                                     *
027830*   WRITES THE DAILY PER-BRANCH VOLUME REPORT - ONE LINE PER     *
027840*   BRANCH CODE SEEN THIS RUN WITH ITS ACCEPTS AND REJECTS - SO  *
027850*   THE BRANCH MANAGERS CAN SEE THEIR OWN VOLUMES AND ERROR      *
027860*   RATES WITHOUT CALLING THE SHOP.                              *
027870******************************************************************
027880 8500-WRITE-BRANCH-REPORT.
027890     OPEN OUTPUT BRANCH-REPORT.
027900     IF CIF-BRNCHRPT-STATUS NOT = '00'
027910         DISPLAY 'COBOL_TEST - BRANCH REPORT OPEN FAILED - '
027920             'STATUS ' CIF-BRNCHRPT-STATUS
027930         GO TO 8500-EXIT
027940     END-IF.
027950
027960     MOVE SPACES                TO CIF-BRANCH-LINE-HEAD.
027970     MOVE 'BRANCH INTAKE VOLUME REPORT'  TO CIF-BH-TITLE.
027980     MOVE 'RUN DATE: '                   TO CIF-BH-DATE-LIT.
027990     MOVE CIF-RUN-DATE                   TO CIF-BH-RUN-DATE.
028000     MOVE CIF-BRANCH-PRINT-LINE TO CIF-BRANCH-RPT-LINE.
028010     WRITE CIF-BRANCH-RPT-LINE.
028020
028030     MOVE SPACES                TO CIF-BRANCH-RPT-LINE.
028040     WRITE CIF-BRANCH-RPT-LINE.
028050
028060     MOVE SPACES                TO CIF-BRANCH-LINE-COLS.
028070     MOVE 'BRANCH'                       TO CIF-BC-CODE-LIT.
028080     MOVE '  ACCEPTS'                    TO CIF-BC-ACC-LIT.
028090     MOVE '  REJECTS'                    TO CIF-BC-REJ-LIT.
028100     MOVE CIF-BRANCH-PRINT-LINE TO CIF-BRANCH-RPT-LINE.
028110     WRITE CIF-BRANCH-RPT-LINE.
028120
028130     PERFORM 8510-WRITE-BRANCH-LINE THRU 8510-EXIT
028140         VARYING CIF-BSTAT-IDX FROM 1 BY 1
028150         UNTIL CIF-BSTAT-IDX > CIF-BSTAT-COUNT.
028160
028170     CLOSE BRANCH-REPORT.
028180 8500-EXIT.
028190     EXIT.
028200
028210******************************************************************
028220*   8510-WRITE-BRANCH-LINE                                       *
028230*   WRITES ONE BRANCH VOLUME LINE.                               *
028240******************************************************************
028250 8510-WRITE-BRANCH-LINE.
028260     MOVE SPACES                TO CIF-BRANCH-LINE-DETAIL.
028270     MOVE CIF-BSTAT-CODE (CIF-BSTAT-IDX)    TO CIF-BD-CODE.
028280     MOVE CIF-BSTAT-ACCEPTS (CIF-BSTAT-IDX) TO CIF-BD-ACCEPTS.
028290     MOVE CIF-BSTAT-REJECTS (CIF-BSTAT-IDX) TO CIF-BD-REJECTS.
028300     MOVE CIF-BRANCH-PRINT-LINE TO CIF-BRANCH-RPT-LINE.
028310     WRITE CIF-BRANCH-RPT-LINE.
028320 8510-EXIT.
028330     EXIT.
028340******************************************************************
028350*   9000-TERMINATE                                               *
028360*   REWRITES THE ACCOUNT SEQUENCE CONTROL FILE WITH THE LAST     *
028370*   ACCOUNT NUMBER ISSUED, CLEARS THE CHECKPOINT FILE SINCE THE  *
028380*   BATCH REACHED A CLEAN END (SO THE NEXT RUN'S 1200-CHECK-     *
028390*   CHECKPOINT DOES NOT OFFER TO RESUME A COMPLETED RUN), AND    *
028400*   CLOSES ALL FILES.  AN ABORTED RUN LEAVES THE SEQUENCE FILE   *
028410*   AND ANY PRIOR CHECKPOINT UNTOUCHED SO THE WORK CAN STILL BE  *
028420*   RESUMED.                                                     *
028430******************************************************************
028440 9000-TERMINATE.
028450     IF CIF-RUNH-STARTED
028460         PERFORM 9100-WRITE-RUN-END THRU 9100-EXIT
028470     END-IF.
028480     IF NOT CIF-FILES-OPEN
028490         GO TO 9000-EXIT
028500     END-IF.
028510     IF NOT CIF-ABORT
028520         MOVE CIF-LAST-ACCT-NO TO CIF-SEQ-LAST-ACCT
028530         REWRITE ACCT-SEQUENCE-RECORD
028540     END-IF.
028550
028560     IF CIF-CKPT-OPEN
028570         CLOSE CHECKPOINT-FILE
028580         MOVE 'N' TO CIF-CKPT-OPEN-SWITCH
028590     END-IF.
028600     IF NOT CIF-ABORT
028610         OPEN OUTPUT CHECKPOINT-FILE
028620         CLOSE CHECKPOINT-FILE
028630     END-IF.
028640
028650     CLOSE CUSTOMER-MASTER.
028660     CLOSE ACCT-SEQUENCE-FILE.
028670     CLOSE SUSPENSE-FILE.
028680     CLOSE AUDIT-FILE.
028690     IF CIF-FILE-MODE AND NOT CIF-ABORT
028700         CLOSE INTAKE-FILE
028710     END-IF.
028720 9000-EXIT.
028730     EXIT.
028740
028750******************************************************************
028760*   9100-WRITE-RUN-END                                           *
028770*   APPENDS THIS RUN'S END RECORD - COUNTS AND FINAL RETURN      *
028780*   CODE - AND CLOSES THE RUN-HISTORY FILE.                      *
028790******************************************************************
028800 9100-WRITE-RUN-END.
028810     ACCEPT CIF-END-TIME FROM TIME.
028820     MOVE SPACES             TO RUN-HISTORY-RECORD.
028830     MOVE CIF-MY-PROGRAM-ID  TO CIF-RUNH-PROGRAM-ID.
028840     MOVE 'END'              TO CIF-RUNH-REC-TYPE.
028850     MOVE CIF-RUN-DATE       TO CIF-RUNH-RUN-DATE.
028860     MOVE CIF-END-TIME       TO CIF-RUNH-RUN-TIME.
028870     MOVE CIF-RECS-READ      TO CIF-RUNH-RECS-READ.
028880     MOVE CIF-RECS-WRITTEN   TO CIF-RUNH-RECS-WRITTEN.
028890     MOVE CIF-RECS-REJECTED  TO CIF-RUNH-RECS-REJECTED.
028900     MOVE RETURN-CODE        TO CIF-RUNH-RETURN-CODE.
028910     WRITE RUN-HISTORY-RECORD.
028920     CLOSE RUN-HISTORY-FILE.
028930 9100-EXIT.
028940     EXIT.
028950
028960 END PROGRAM COBOL_TEST.
