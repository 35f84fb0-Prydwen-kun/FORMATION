000010******************************************************************
000020*                                                                *
000030*   PROGRAM:      CUSTSTMT                                       *
000040*   AUTHOR:       J. P. LINDQUIST                                *
000050*   INSTALLATION: DATA PROCESSING                                *
000060*   DATE-WRITTEN: 10/15/26                                       *
000070*   DATE-COMPILED:                                               *
000080*                                                                *
000090*   PURPOSE.      MONTH-END CUSTOMER STATEMENT RUN.  SORTS THE   *
000100*       PERMANENT TRANSACTION JOURNAL WRITTEN BY TRNPOST INTO    *
000110*       ACCOUNT AND POSTING-DATE ORDER AND MATCHES IT AGAINST    *
000120*       CUSTOMER-MASTER.  EVERY ACTIVE CUSTOMER GETS A           *
000130*       STATEMENT AT THE MASTER ADDRESS SHOWING THE OPENING      *
000140*       BALANCE FOR THE STATEMENT MONTH, EVERY DEBIT AND CREDIT  *
000150*       POSTED IN THE MONTH IN DATE ORDER WITH ITS REFERENCE,    *
000160*       AND THE CLOSING BALANCE.  THE OPENING BALANCE IS TAKEN   *
000170*       FROM THE JOURNAL ITSELF, AND THE JOURNAL IS CARRIED      *
000180*       FORWARD THROUGH ANY LATER POSTINGS TO THE CURRENT        *
000190*       BALANCE, WHICH MUST TIE TO CIF-CUST-BALANCE ON THE       *
000200*       MASTER.  A STATEMENT THAT DOES NOT TIE IS FLAGGED ON     *
000210*       THE REGISTER AND FAILS THE JOB SO THE PRINT IS HELD.     *
000220*                                                                *
000230*   TECTONICS.    cobc                                          *
000240*                                                                *
000250*   MODIFICATION HISTORY                                        *
000260*   DATE       INIT  DESCRIPTION                                *
000270*   10/15/26   JPL   ORIGINAL PROGRAM.                          *
000280*   10/15/26   JPL   NO STATEMENT IS PRINTED FOR A CUSTOMER     *
000290*                    WHOSE ADDRESS IS FLAGGED UNDELIVERABLE -   *
000300*                    THE STATEMENT IS COUNTED AS HELD.          *
000310*   10/15/26   JPL   CHECKS THE NIGHT-CYCLE JOB DEPENDENCY      *
000320*                    TABLE AT STARTUP AND REFUSES TO RUN, WITH  *
000330*                    RC 20, UNTIL EVERY PREDECESSOR HAS ENDED   *
000340*                    CLEAN TODAY.  A REFUSED RUN IS LOGGED ON   *
000350*                    THE RUN-HISTORY FILE.                      *
000360*                                                                *
000370******************************************************************
000380 IDENTIFICATION DIVISION.
000390 PROGRAM-ID. CUSTSTMT.
000400
000410 ENVIRONMENT DIVISION.
000420 INPUT-OUTPUT SECTION.
000430 FILE-CONTROL.
000440     SELECT CUSTOMER-MASTER ASSIGN TO CUSTMAST
000450         ORGANIZATION IS INDEXED
000460         ACCESS MODE IS SEQUENTIAL
000470         RECORD KEY IS CIF-CUST-KEY
000480         ALTERNATE RECORD KEY IS CIF-CUST-NAME
000490             WITH DUPLICATES
000500         FILE STATUS IS CIF-CUSTMAST-STATUS.
000510
000520     SELECT JOURNAL-FILE ASSIGN TO TRNJRNL
000530         ORGANIZATION IS LINE SEQUENTIAL
000540         FILE STATUS IS CIF-JOURNAL-STATUS.
000550
000560     SELECT SORT-WORK-FILE ASSIGN TO SORTWK01.
000570
000580     SELECT SORTED-JOURNAL ASSIGN TO STMTWORK
000590         ORGANIZATION IS LINE SEQUENTIAL
000600         FILE STATUS IS CIF-SORTED-STATUS.
000610
000620     SELECT STATEMENT-FILE ASSIGN TO STMTFILE
000630         ORGANIZATION IS LINE SEQUENTIAL
000640         FILE STATUS IS CIF-STMT-STATUS.
000650
000660     SELECT REPORT-LISTING ASSIGN TO STMTREG
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
000870 FD  JOURNAL-FILE.
000880 01  CIF-JOURNAL-IN              PIC X(80).
000890
000900 SD  SORT-WORK-FILE.
000910 01  SORT-JOURNAL-RECORD.
000920     05  CIF-SRT-ACCT-NO         PIC 9(09).
000930     05  FILLER                  PIC X(30).
000940     05  CIF-SRT-POST-DATE       PIC X(08).
000950     05  FILLER                  PIC X(33).
000960
000970 FD  SORTED-JOURNAL.
000980     COPY JRNLREC.
000990
001000 FD  STATEMENT-FILE.
001010 01  CIF-STMT-LINE               PIC X(80).
001020
001030 FD  REPORT-LISTING.
001040 01  CIF-REPORT-LINE             PIC X(80).
001050
001060 FD  RUN-HISTORY-FILE.
001070     COPY RUNHREC.
001080
001090 FD  JOB-DEP-FILE.
001100     COPY JOBDREC.
001110
001120 FD  RUN-PARM-FILE.
001130     COPY RUNPREC.
001140
001150 WORKING-STORAGE SECTION.
001160******************************************************************
001170*   FILE STATUS FIELDS                                          *
001180******************************************************************
001190 01  CIF-FILE-STATUSES.
001200     05  CIF-CUSTMAST-STATUS     PIC X(02) VALUE '00'.
001210     05  CIF-JOURNAL-STATUS      PIC X(02) VALUE '00'.
001220     05  CIF-SORTED-STATUS       PIC X(02) VALUE '00'.
001230     05  CIF-STMT-STATUS         PIC X(02) VALUE '00'.
001240     05  CIF-REPORT-STATUS       PIC X(02) VALUE '00'.
001250     05  CIF-RUNHIST-STATUS      PIC X(02) VALUE '00'.
001260     05  CIF-JOBDEP-STATUS       PIC X(02) VALUE '00'.
001270     05  CIF-RUNPARM-STATUS      PIC X(02) VALUE '00'.
001280
001290******************************************************************
001300*   SWITCHES                                                    *
001310******************************************************************
001320 01  CIF-SWITCHES.
001330     05  CIF-EOF-SWITCH          PIC X(01) VALUE 'N'.
001340         88  CIF-EOF                        VALUE 'Y'.
001350     05  CIF-ABORT-SWITCH        PIC X(01) VALUE 'N'.
001360         88  CIF-ABORT                      VALUE 'Y'.
001370     05  CIF-JRN-EOF-SWITCH      PIC X(01) VALUE 'N'.
001380         88  CIF-JRN-EOF                    VALUE 'Y'.
001390     05  CIF-CUSTMAST-OPEN-SW    PIC X(01) VALUE 'N'.
001400         88  CIF-CUSTMAST-OPEN              VALUE 'Y'.
001410     05  CIF-SORTED-OPEN-SW      PIC X(01) VALUE 'N'.
001420         88  CIF-SORTED-OPEN                VALUE 'Y'.
001430     05  CIF-STMT-OPEN-SW        PIC X(01) VALUE 'N'.
001440         88  CIF-STMT-OPEN                  VALUE 'Y'.
001450     05  CIF-REPORT-OPEN-SW      PIC X(01) VALUE 'N'.
001460         88  CIF-REPORT-OPEN                VALUE 'Y'.
001470     05  CIF-PRINT-SWITCH        PIC X(01) VALUE 'N'.
001480         88  CIF-PRINT-STATEMENT            VALUE 'Y'.
001490     05  CIF-RUNH-EOF-SWITCH     PIC X(01) VALUE 'N'.
001500         88  CIF-RUNH-EOF                   VALUE 'Y'.
001510     05  CIF-RUNH-DONE-SWITCH    PIC X(01) VALUE 'N'.
001520         88  CIF-RUNH-DONE-TODAY            VALUE 'Y'.
001530     05  CIF-RUNH-STARTED-SWITCH PIC X(01) VALUE 'N'.
001540         88  CIF-RUNH-STARTED               VALUE 'Y'.
001550     05  CIF-JOBD-EOF-SWITCH     PIC X(01) VALUE 'N'.
001560         88  CIF-JOBD-EOF                   VALUE 'Y'.
001570     05  CIF-UNATTENDED-SWITCH   PIC X(01) VALUE 'N'.
001580         88  CIF-UNATTENDED                 VALUE 'Y'.
001590     05  CIF-PARM-EOF-SWITCH     PIC X(01) VALUE 'N'.
001600         88  CIF-PARM-EOF                   VALUE 'Y'.
001610     05  CIF-PARM-FOUND-SWITCH   PIC X(01) VALUE 'N'.
001620         88  CIF-PARM-FOUND                 VALUE 'Y'.
001630
001640******************************************************************
001650*   BATCH COUNTERS AND MONEY TOTALS                              *
001660******************************************************************
001670 01  CIF-COUNTERS.
001680     05  CIF-RECS-READ           PIC 9(06) COMP VALUE ZERO.
001690     05  CIF-STMTS-PRINTED       PIC 9(06) COMP VALUE ZERO.
001700     05  CIF-STMTS-NOT-TIED      PIC 9(06) COMP VALUE ZERO.
001710     05  CIF-STMTS-HELD          PIC 9(06) COMP VALUE ZERO.
001720     05  CIF-JRN-ITEMS-READ      PIC 9(06) COMP VALUE ZERO.
001730     05  CIF-JRN-ITEMS-MATCHED   PIC 9(06) COMP VALUE ZERO.
001740     05  CIF-JRN-ITEMS-ORPHAN    PIC 9(06) COMP VALUE ZERO.
001750     05  CIF-STMT-ITEMS-TOTAL    PIC 9(06) COMP VALUE ZERO.
001760     05  CIF-ACCT-ITEMS          PIC 9(04) COMP VALUE ZERO.
001770     05  CIF-LINE-COUNT          PIC 9(03) COMP VALUE ZERO.
001780     05  CIF-PAGE-NO             PIC 9(04) COMP VALUE ZERO.
001790     05  CIF-PARM-IDX            PIC 9(02) COMP VALUE ZERO.
001800     05  CIF-PARM-COUNT          PIC 9(02) COMP VALUE ZERO.
001810     05  CIF-PRED-IDX            PIC 9(02) COMP VALUE ZERO.
001820     05  CIF-PRED-COUNT          PIC 9(02) COMP VALUE ZERO.
001830     05  CIF-PREDS-BLOCKING      PIC 9(02) COMP VALUE ZERO.
001840
001850 01  CIF-MONEY-TOTALS.
001860     05  CIF-TOTAL-DEBITS        PIC 9(11)V99 VALUE ZERO.
001870     05  CIF-TOTAL-CREDITS       PIC 9(11)V99 VALUE ZERO.
001880
001890******************************************************************
001900*   ONE ACCOUNT'S BALANCES AS THE JOURNAL IS WALKED              *
001910******************************************************************
001920 01  CIF-ACCOUNT-WORK.
001930     05  CIF-RUNNING-BAL         PIC S9(11)V99 VALUE ZERO.
001940     05  CIF-OPENING-BAL         PIC S9(11)V99 VALUE ZERO.
001950     05  CIF-CLOSING-BAL         PIC S9(11)V99 VALUE ZERO.
001960     05  CIF-MASTER-BAL          PIC S9(11)V99 VALUE ZERO.
001970     05  CIF-ITEM-EFFECT         PIC S9(09)V99 VALUE ZERO.
001980     05  CIF-ACCT-DEBITS         PIC 9(11)V99 VALUE ZERO.
001990     05  CIF-ACCT-CREDITS        PIC 9(11)V99 VALUE ZERO.
002000     05  CIF-TIE-FLAG            PIC X(07) VALUE SPACES.
002010
002020******************************************************************
002030*   MISCELLANEOUS WORKING FIELDS                                 *
002040******************************************************************
002050 01  CIF-MISC-WORK.
002060     05  CIF-LINES-PER-PAGE      PIC 9(03) VALUE 50.
002070     05  CIF-RUN-DATE            PIC X(08).
002080     05  CIF-RUN-DATE-EDIT       PIC X(10).
002090     05  CIF-MY-PROGRAM-ID       PIC X(10) VALUE 'CUSTSTMT'.
002100     05  CIF-START-TIME          PIC X(08).
002110     05  CIF-END-TIME            PIC X(08).
002120     05  CIF-RESPONSE            PIC X(01) VALUE SPACE.
002130     05  CIF-PARM-WANT-KEY       PIC X(10) VALUE SPACES.
002140     05  CIF-PARM-VALUE-WORK     PIC X(20) VALUE SPACES.
002150     05  CIF-STMT-PERIOD         PIC X(06) VALUE SPACES.
002160     05  CIF-STMT-PERIOD-R REDEFINES CIF-STMT-PERIOD.
002170         10  CIF-PERIOD-YEAR     PIC 9(04).
002180         10  CIF-PERIOD-MONTH    PIC 9(02).
002190     05  CIF-PERIOD-EDIT         PIC X(07) VALUE SPACES.
002200     05  CIF-DATE-EDIT-WORK      PIC X(10) VALUE SPACES.
002210
002220******************************************************************
002230*   CITY/STATE/ZIP STATEMENT LINE                                *
002240******************************************************************
002250 01  CIF-CSZ-LINE.
002260     05  CIF-CSZ-CITY            PIC X(20).
002270     05  FILLER                  PIC X(01) VALUE SPACE.
002280     05  CIF-CSZ-STATE           PIC X(02).
002290     05  FILLER                  PIC X(01) VALUE SPACE.
002300     05  CIF-CSZ-ZIP             PIC X(05).
002310     05  FILLER                  PIC X(51) VALUE SPACES.
002320
002330******************************************************************
002340*   STATEMENT BODY LINE - DATE, REFERENCE, DEBIT, CREDIT AND     *
002350*   RUNNING BALANCE.  THE OPENING, CLOSING AND TOTAL LINES USE   *
002360*   THE SAME COLUMNS.                                            *
002370******************************************************************
002380 01  CIF-STMT-BODY.
002390     05  CIF-SB-DATE             PIC X(10).
002400     05  FILLER                  PIC X(01) VALUE SPACE.
002410     05  CIF-SB-DESC             PIC X(16).
002420     05  FILLER                  PIC X(01) VALUE SPACE.
002430     05  CIF-SB-DEBIT            PIC Z,ZZZ,ZZZ,ZZ9.99
002440                                     BLANK WHEN ZERO.
002450     05  FILLER                  PIC X(01) VALUE SPACE.
002460     05  CIF-SB-CREDIT           PIC Z,ZZZ,ZZZ,ZZ9.99
002470                                     BLANK WHEN ZERO.
002480     05  FILLER                  PIC X(01) VALUE SPACE.
002490     05  CIF-SB-BALANCE          PIC ZZZ,ZZZ,ZZ9.99-.
002500     05  FILLER                  PIC X(03) VALUE SPACES.
002510
002520 01  CIF-STMT-BODY-HEAD.
002530     05  FILLER                  PIC X(10) VALUE 'DATE'.
002540     05  FILLER                  PIC X(01) VALUE SPACE.
002550     05  FILLER                  PIC X(16) VALUE 'REFERENCE'.
002560     05  FILLER                  PIC X(01) VALUE SPACE.
002570     05  FILLER                  PIC X(16) VALUE
002580                                     '          DEBITS'.
002590     05  FILLER                  PIC X(01) VALUE SPACE.
002600     05  FILLER                  PIC X(16) VALUE
002610                                     '         CREDITS'.
002620     05  FILLER                  PIC X(01) VALUE SPACE.
002630     05  FILLER                  PIC X(15) VALUE
002640                                     '        BALANCE'.
002650     05  FILLER                  PIC X(03) VALUE SPACES.
002660
002670******************************************************************
002680*   PRINT LINE - A SINGLE 80-BYTE PRINT AREA REDEFINED BELOW     *
002690*   INTO THE REGISTER HEADING, DETAIL AND TOTAL LAYOUTS.         *
002700******************************************************************
002710 01  CIF-PRINT-LINE                  PIC X(80) VALUE SPACES.
002720
002730 01  CIF-PRINT-LINE-HEAD-1 REDEFINES CIF-PRINT-LINE.
002740     05  CIF-H1-FILLER-1             PIC X(25).
002750     05  CIF-H1-TITLE                PIC X(30).
002760     05  CIF-H1-FILLER-2             PIC X(05).
002770     05  CIF-H1-PAGE-LIT             PIC X(05).
002780     05  CIF-H1-PAGE-NO              PIC ZZZ9.
002790     05  CIF-H1-FILLER-3             PIC X(11).
002800
002810 01  CIF-PRINT-LINE-HEAD-2 REDEFINES CIF-PRINT-LINE.
002820     05  CIF-H2-FILLER-1             PIC X(25).
002830     05  CIF-H2-DATE-LIT             PIC X(10).
002840     05  CIF-H2-RUN-DATE             PIC X(10).
002850     05  CIF-H2-PERIOD-LIT           PIC X(10).
002860     05  CIF-H2-PERIOD               PIC X(07).
002870     05  CIF-H2-FILLER-2             PIC X(18).
002880
002890 01  CIF-PRINT-LINE-HEAD-3 REDEFINES CIF-PRINT-LINE.
002900     05  CIF-H3-ACCT-LIT             PIC X(11).
002910     05  CIF-H3-NAME-LIT             PIC X(24).
002920     05  CIF-H3-ITEMS-LIT            PIC X(06).
002930     05  CIF-H3-OPEN-LIT             PIC X(16).
002940     05  CIF-H3-CLOSE-LIT            PIC X(16).
002950     05  CIF-H3-TIE-LIT              PIC X(07).
002960
002970 01  CIF-PRINT-LINE-DETAIL REDEFINES CIF-PRINT-LINE.
002980     05  CIF-D-ACCT-NO               PIC 9(09).
002990     05  CIF-D-FILLER-1              PIC X(02).
003000     05  CIF-D-NAME                  PIC X(24).
003010     05  CIF-D-FILLER-2              PIC X(01).
003020     05  CIF-D-ITEMS                 PIC ZZZ9.
003030     05  CIF-D-FILLER-3              PIC X(01).
003040     05  CIF-D-OPENING               PIC ZZZ,ZZZ,ZZ9.99-.
003050     05  CIF-D-FILLER-4              PIC X(01).
003060     05  CIF-D-CLOSING               PIC ZZZ,ZZZ,ZZ9.99-.
003070     05  CIF-D-FILLER-5              PIC X(01).
003080     05  CIF-D-TIE                   PIC X(07).
003090
003100 01  CIF-PRINT-LINE-TOTAL REDEFINES CIF-PRINT-LINE.
003110     05  CIF-T-FILLER-1              PIC X(10).
003120     05  CIF-T-LIT                   PIC X(20).
003130     05  CIF-T-COUNT                 PIC ZZZ,ZZ9.
003140     05  CIF-T-FILLER-2              PIC X(43).
003150
003160 01  CIF-PRINT-LINE-AMOUNT REDEFINES CIF-PRINT-LINE.
003170     05  CIF-A-FILLER-1              PIC X(10).
003180     05  CIF-A-LIT                   PIC X(20).
003190     05  CIF-A-AMOUNT                PIC ZZ,ZZZ,ZZZ,ZZ9.99.
003200     05  CIF-A-FILLER-2              PIC X(33).
003210
003220******************************************************************
003230*   PREDECESSOR TABLE                                            *
003240*   THE JOBS THAT MUST HAVE ENDED CLEAN TODAY BEFORE THIS        *
003250*   PROGRAM MAY RUN, FROM THE NIGHT-CYCLE JOB DEPENDENCY TABLE.  *
003260******************************************************************
003270 01  CIF-PRED-TABLE.
003280     05  CIF-PRED-ENTRY OCCURS 10 TIMES.
003290         10  CIF-PRED-PROGRAM-ID PIC X(10).
003300         10  CIF-PRED-CLEAN-SW   PIC X(01).
003310             88  CIF-PRED-CLEAN             VALUE 'Y'.
003320
003330******************************************************************
003340*   RUN PARAMETER TABLE                                          *
003350*   THE ANSWERS FOR THIS PROGRAM FROM THE NIGHT-CYCLE RUN        *
003360*   PARAMETER FILE, LOADED AT STARTUP WHEN THE FILE IS PRESENT.  *
003370******************************************************************
003380 01  CIF-PARM-TABLE.
003390     05  CIF-PARM-ENTRY OCCURS 10 TIMES.
003400         10  CIF-PTBL-KEYWORD    PIC X(10).
003410         10  CIF-PTBL-VALUE      PIC X(20).
003420
003430 PROCEDURE DIVISION.
003440******************************************************************
003450*   0000-MAINLINE                                                *
003460*   TOP-LEVEL CONTROL - ONE PASS OF THE MASTER AGAINST THE       *
003470*   SORTED JOURNAL, THEN THE REGISTER TOTALS.                    *
003480******************************************************************
003490 0000-MAINLINE.
003500     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
003510     IF NOT CIF-ABORT
003520         PERFORM 2000-PROCESS-CUSTOMER THRU 2000-EXIT
003530             UNTIL CIF-EOF
003540         IF NOT CIF-ABORT
003550             PERFORM 2100-SKIP-ORPHAN THRU 2100-EXIT
003560                 UNTIL CIF-JRN-EOF
003570         END-IF
003580         IF NOT CIF-ABORT
003590             PERFORM 8000-WRITE-REGISTER-TOTALS THRU 8000-EXIT
003600         END-IF
003610     END-IF.
003620     PERFORM 9000-TERMINATE THRU 9000-EXIT.
003630     STOP RUN.
003640
003650******************************************************************
003660*   1000-INITIALIZE                                              *
003670*   TAKES THE STATEMENT MONTH, SORTS THE JOURNAL, AND OPENS THE  *
003680*   MASTER, THE SORTED JOURNAL, THE STATEMENT FILE AND THE       *
003690*   REGISTER.  NO JOURNAL YET MEANS NOTHING HAS EVER POSTED -    *
003700*   THE STATEMENTS THEN CARRY THE MASTER BALANCE AND NO ITEMS.   *
003710******************************************************************
003720 1000-INITIALIZE.
003730     ACCEPT CIF-RUN-DATE FROM DATE YYYYMMDD.
003740     ACCEPT CIF-START-TIME FROM TIME.
003750     PERFORM 1010-LOAD-RUN-PARMS THRU 1010-EXIT.
003760     PERFORM 1090-CHECK-RUN-HISTORY THRU 1090-EXIT.
003770     IF CIF-ABORT
003780         GO TO 1000-EXIT
003790     END-IF.
003800     PERFORM 1092-CHECK-PREDECESSORS THRU 1092-EXIT.
003810     PERFORM 1095-WRITE-RUN-START THRU 1095-EXIT.
003820     IF CIF-ABORT
003830         GO TO 1000-EXIT
003840     END-IF.
003850     MOVE CIF-RUN-DATE(5:2) TO CIF-RUN-DATE-EDIT(1:2).
003860     MOVE '/'               TO CIF-RUN-DATE-EDIT(3:1).
003870     MOVE CIF-RUN-DATE(7:2) TO CIF-RUN-DATE-EDIT(4:2).
003880     MOVE '/'               TO CIF-RUN-DATE-EDIT(6:1).
003890     MOVE CIF-RUN-DATE(1:4) TO CIF-RUN-DATE-EDIT(7:4).
003900
003910     PERFORM 1040-GET-PERIOD THRU 1040-EXIT.
003920     IF CIF-ABORT
003930         GO TO 1000-EXIT
003940     END-IF.
003950
003960     PERFORM 1200-SORT-JOURNAL THRU 1200-EXIT.
003970     IF CIF-ABORT
003980         GO TO 1000-EXIT
003990     END-IF.
004000
004010     OPEN INPUT CUSTOMER-MASTER.
004020     IF CIF-CUSTMAST-STATUS NOT = '00'
004030         DISPLAY 'CUSTSTMT - CUSTOMER-MASTER OPEN FAILED - '
004040             'STATUS ' CIF-CUSTMAST-STATUS
004050         MOVE 16 TO RETURN-CODE
004060         MOVE 'Y' TO CIF-ABORT-SWITCH
004070         GO TO 1000-EXIT
004080     END-IF.
004090     MOVE 'Y' TO CIF-CUSTMAST-OPEN-SW.
004100
004110     OPEN OUTPUT STATEMENT-FILE.
004120     IF CIF-STMT-STATUS NOT = '00'
004130         DISPLAY 'CUSTSTMT - STATEMENT FILE OPEN FAILED - STATUS '
004140             CIF-STMT-STATUS
004150         MOVE 16 TO RETURN-CODE
004160         MOVE 'Y' TO CIF-ABORT-SWITCH
004170         GO TO 1000-EXIT
004180     END-IF.
004190     MOVE 'Y' TO CIF-STMT-OPEN-SW.
004200
004210     OPEN OUTPUT REPORT-LISTING.
004220     IF CIF-REPORT-STATUS NOT = '00'
004230         DISPLAY 'CUSTSTMT - REGISTER OPEN FAILED - STATUS '
004240             CIF-REPORT-STATUS
004250         MOVE 16 TO RETURN-CODE
004260         MOVE 'Y' TO CIF-ABORT-SWITCH
004270         GO TO 1000-EXIT
004280     END-IF.
004290     MOVE 'Y' TO CIF-REPORT-OPEN-SW.
004300
004310     IF NOT CIF-JRN-EOF
004320         PERFORM 1300-READ-JOURNAL THRU 1300-EXIT
004330     END-IF.
004340     IF NOT CIF-ABORT
004350         PERFORM 1100-READ-CUSTOMER THRU 1100-EXIT
004360     END-IF.
004370 1000-EXIT.
004380     EXIT.
004390
004400******************************************************************
004410*   1010-LOAD-RUN-PARMS                                          *
004420*   LOOKS FOR THE NIGHT-CYCLE RUN PARAMETER FILE.  WHEN IT IS    *
004430*   PRESENT THE RUN IS UNATTENDED AND EVERY CONSOLE ANSWER IS    *
004440*   TAKEN FROM THE ROWS CARRYING THIS PROGRAM'S NAME; WHEN IT    *
004450*   IS ABSENT THE RUN PROMPTS AT THE CONSOLE AS BEFORE.          *
004460******************************************************************
004470 1010-LOAD-RUN-PARMS.
004480     MOVE ZERO TO CIF-PARM-COUNT.
004490     MOVE 'N' TO CIF-PARM-EOF-SWITCH.
004500     OPEN INPUT RUN-PARM-FILE.
004510     IF CIF-RUNPARM-STATUS NOT = '00'
004520         GO TO 1010-EXIT
004530     END-IF.
004540     MOVE 'Y' TO CIF-UNATTENDED-SWITCH.
004550     DISPLAY 'CUSTSTMT - UNATTENDED MODE - ANSWERS FROM '
004560         'RUN PARAMETER FILE'.
004570     PERFORM 1015-READ-RUN-PARM THRU 1015-EXIT
004580         UNTIL CIF-PARM-EOF.
004590     CLOSE RUN-PARM-FILE.
004600 1010-EXIT.
004610     EXIT.
004620
004630******************************************************************
004640*   1015-READ-RUN-PARM                                           *
004650*   READS ONE RUN PARAMETER ROW, KEEPING THE ROWS ADDRESSED TO   *
004660*   THIS PROGRAM.                                                *
004670******************************************************************
004680 1015-READ-RUN-PARM.
004690     READ RUN-PARM-FILE
004700         AT END
004710             MOVE 'Y' TO CIF-PARM-EOF-SWITCH
004720         NOT AT END
004730             IF CIF-PRM-PROGRAM-ID = CIF-MY-PROGRAM-ID
004740                 IF CIF-PARM-COUNT < 10
004750                     ADD 1 TO CIF-PARM-COUNT
004760                     MOVE CIF-PRM-KEYWORD
004770                         TO CIF-PTBL-KEYWORD (CIF-PARM-COUNT)
004780                     MOVE CIF-PRM-VALUE
004790                         TO CIF-PTBL-VALUE (CIF-PARM-COUNT)
004800                 END-IF
004810             END-IF
004820     END-READ.
004830     IF NOT CIF-PARM-EOF
004840         IF CIF-RUNPARM-STATUS NOT = '00'
004850             DISPLAY 'CUSTSTMT - RUN PARAMETER READ FAILED '
004860                 '- STATUS ' CIF-RUNPARM-STATUS
004870             MOVE 'Y' TO CIF-PARM-EOF-SWITCH
004880         END-IF
004890     END-IF.
004900 1015-EXIT.
004910     EXIT.
004920
004930******************************************************************
004940*   1020-FIND-RUN-PARM                                           *
004950*   SEARCHES THE PARAMETER TABLE FOR THE KEYWORD IN              *
004960*   CIF-PARM-WANT-KEY, LEAVING ITS VALUE IN                      *
004970*   CIF-PARM-VALUE-WORK WHEN FOUND.                              *
004980******************************************************************
004990 1020-FIND-RUN-PARM.
005000     MOVE 'N' TO CIF-PARM-FOUND-SWITCH.
005010     MOVE SPACES TO CIF-PARM-VALUE-WORK.
005020     PERFORM 1025-MATCH-RUN-PARM THRU 1025-EXIT
005030         VARYING CIF-PARM-IDX FROM 1 BY 1
005040         UNTIL CIF-PARM-IDX > CIF-PARM-COUNT OR CIF-PARM-FOUND.
005050 1020-EXIT.
005060     EXIT.
005070
005080******************************************************************
005090*   1025-MATCH-RUN-PARM                                          *
005100*   COMPARES ONE PARAMETER TABLE ENTRY AGAINST THE KEYWORD       *
005110*   WANTED.                                                      *
005120******************************************************************
005130 1025-MATCH-RUN-PARM.
005140     IF CIF-PTBL-KEYWORD (CIF-PARM-IDX) = CIF-PARM-WANT-KEY
005150         MOVE 'Y' TO CIF-PARM-FOUND-SWITCH
005160         MOVE CIF-PTBL-VALUE (CIF-PARM-IDX)
005170             TO CIF-PARM-VALUE-WORK
005180     END-IF.
005190 1025-EXIT.
005200     EXIT.
005210
005220******************************************************************
005230*   1030-PARM-MISSING                                            *
005240*   FAILS THE JOB WITH RETURN CODE 12 WHEN A REQUIRED RUN        *
005250*   PARAMETER IS MISSING FROM AN UNATTENDED RUN.                 *
005260******************************************************************
005270 1030-PARM-MISSING.
005280     DISPLAY 'CUSTSTMT - REQUIRED RUN PARAMETER '
005290         CIF-PARM-WANT-KEY ' MISSING - JOB FAILING'.
005300     MOVE 12 TO RETURN-CODE.
005310     MOVE 'Y' TO CIF-ABORT-SWITCH.
005320 1030-EXIT.
005330     EXIT.
005340
005350******************************************************************
005360*   1040-GET-PERIOD                                              *
005370*   TAKES THE STATEMENT MONTH (YYYYMM) FROM THE PERIOD RUN       *
005380*   PARAMETER OR THE CONSOLE.  A BLANK CONSOLE ANSWER MEANS THE  *
005390*   MONTH OF THE RUN DATE.                                       *
005400******************************************************************
005410 1040-GET-PERIOD.
005420     IF CIF-UNATTENDED
005430         MOVE 'PERIOD' TO CIF-PARM-WANT-KEY
005440         PERFORM 1020-FIND-RUN-PARM THRU 1020-EXIT
005450         IF NOT CIF-PARM-FOUND
005460             PERFORM 1030-PARM-MISSING THRU 1030-EXIT
005470             GO TO 1040-EXIT
005480         END-IF
005490         MOVE CIF-PARM-VALUE-WORK(1:6) TO CIF-STMT-PERIOD
005500     ELSE
005510         DISPLAY 'ENTER STATEMENT MONTH (YYYYMM) - BLANK FOR '
005520             'THE CURRENT MONTH : '
005530         ACCEPT CIF-STMT-PERIOD
005540     END-IF.
005550     IF CIF-STMT-PERIOD = SPACES
005560         MOVE CIF-RUN-DATE(1:6) TO CIF-STMT-PERIOD
005570     END-IF.
005580     IF CIF-STMT-PERIOD IS NOT NUMERIC
005590         DISPLAY 'CUSTSTMT - STATEMENT MONTH NOT NUMERIC - '
005600             CIF-STMT-PERIOD
005610         MOVE 16 TO RETURN-CODE
005620         MOVE 'Y' TO CIF-ABORT-SWITCH
005630         GO TO 1040-EXIT
005640     END-IF.
005650     IF CIF-PERIOD-MONTH < 1 OR CIF-PERIOD-MONTH > 12
005660         DISPLAY 'CUSTSTMT - STATEMENT MONTH NOT VALID - '
005670             CIF-STMT-PERIOD
005680         MOVE 16 TO RETURN-CODE
005690         MOVE 'Y' TO CIF-ABORT-SWITCH
005700         GO TO 1040-EXIT
005710     END-IF.
005720     MOVE CIF-STMT-PERIOD(5:2) TO CIF-PERIOD-EDIT(1:2).
005730     MOVE '/'                  TO CIF-PERIOD-EDIT(3:1).
005740     MOVE CIF-STMT-PERIOD(1:4) TO CIF-PERIOD-EDIT(4:4).
005750     DISPLAY 'CUSTSTMT - STATEMENT MONTH ' CIF-PERIOD-EDIT.
005760 1040-EXIT.
005770     EXIT.
005780
005790******************************************************************
005800*   1090-CHECK-RUN-HISTORY                                       *
005810*   SCANS THE SHARED RUN-HISTORY FILE FOR AN END RECORD SHOWING  *
005820*   THIS PROGRAM ALREADY COMPLETED CLEAN TODAY, AND WARNS THE    *
005830*   OPERATOR BEFORE LETTING THE JOB RUN AGAIN.                   *
005840******************************************************************
005850 1090-CHECK-RUN-HISTORY.
005860     MOVE 'N' TO CIF-RUNH-EOF-SWITCH.
005870     MOVE 'N' TO CIF-RUNH-DONE-SWITCH.
005880     OPEN INPUT RUN-HISTORY-FILE.
005890     IF CIF-RUNHIST-STATUS NOT = '00'
005900         GO TO 1090-EXIT
005910     END-IF.
005920     PERFORM 1091-READ-RUN-HISTORY THRU 1091-EXIT
005930         UNTIL CIF-RUNH-EOF.
005940     CLOSE RUN-HISTORY-FILE.
005950
005960     IF CIF-RUNH-DONE-TODAY
005970         IF CIF-UNATTENDED
005980             MOVE 'RERUN' TO CIF-PARM-WANT-KEY
005990             PERFORM 1020-FIND-RUN-PARM THRU 1020-EXIT
006000             IF NOT CIF-PARM-FOUND
006010                 PERFORM 1030-PARM-MISSING THRU 1030-EXIT
006020                 GO TO 1090-EXIT
006030             END-IF
006040             MOVE CIF-PARM-VALUE-WORK(1:1) TO CIF-RESPONSE
006050         ELSE
006060             DISPLAY 'CUSTSTMT ALREADY COMPLETED CLEAN TODAY '
006070                 '- RUN AGAIN (Y/N) ? '
006080             ACCEPT CIF-RESPONSE
006090         END-IF
006100         IF CIF-RESPONSE NOT = 'Y' AND CIF-RESPONSE NOT = 'y'
006110             DISPLAY 'RUN CANCELLED BY OPERATOR'
006120             MOVE 8 TO RETURN-CODE
006130             MOVE 'Y' TO CIF-ABORT-SWITCH
006140         END-IF
006150     END-IF.
006160 1090-EXIT.
006170     EXIT.
006180
006190******************************************************************
006200*   1091-READ-RUN-HISTORY                                        *
006210*   READS ONE RUN-HISTORY RECORD OF THE STARTUP CHECK.           *
006220******************************************************************
006230 1091-READ-RUN-HISTORY.
006240     READ RUN-HISTORY-FILE
006250         AT END
006260             MOVE 'Y' TO CIF-RUNH-EOF-SWITCH
006270         NOT AT END
006280             IF CIF-RUNH-PROGRAM-ID = CIF-MY-PROGRAM-ID AND
006290                     CIF-RUNH-END AND
006300                     CIF-RUNH-RUN-DATE = CIF-RUN-DATE AND
006310                     CIF-RUNH-RETURN-CODE = ZERO
006320                 MOVE 'Y' TO CIF-RUNH-DONE-SWITCH
006330             END-IF
006340     END-READ.
006350     IF NOT CIF-RUNH-EOF
006360         IF CIF-RUNHIST-STATUS NOT = '00'
006370             DISPLAY 'CUSTSTMT - RUN-HISTORY READ FAILED - '
006380                 'STATUS ' CIF-RUNHIST-STATUS
006390                 ' - STARTUP CHECK INCOMPLETE'
006400             MOVE 'Y' TO CIF-RUNH-EOF-SWITCH
006410         END-IF
006420     END-IF.
006430 1091-EXIT.
006440     EXIT.
006450
006460******************************************************************
006470*   1092-CHECK-PREDECESSORS                                      *
006480*   LOOKS UP THIS PROGRAM'S REQUIRED PREDECESSORS ON THE NIGHT-  *
006490*   CYCLE JOB DEPENDENCY TABLE AND PROVES EACH ONE HAS AN END    *
006500*   RECORD ON THE RUN-HISTORY FILE FOR TODAY WITH RETURN CODE    *
006510*   ZERO.  ANY THAT HAS NOT IS NAMED ON THE CONSOLE AND THE RUN  *
006520*   IS REFUSED WITH RETURN CODE 20.  WITHOUT THE TABLE, OR WITH  *
006530*   NO ROWS FOR THIS PROGRAM, THERE IS NOTHING TO WAIT FOR.      *
006540******************************************************************
006550 1092-CHECK-PREDECESSORS.
006560     MOVE ZERO TO CIF-PRED-COUNT.
006570     MOVE ZERO TO CIF-PREDS-BLOCKING.
006580     MOVE 'N' TO CIF-JOBD-EOF-SWITCH.
006590     OPEN INPUT JOB-DEP-FILE.
006600     IF CIF-JOBDEP-STATUS NOT = '00'
006610         GO TO 1092-EXIT
006620     END-IF.
006630     PERFORM 1093-READ-JOB-DEPENDENCY THRU 1093-EXIT
006640         UNTIL CIF-JOBD-EOF.
006650     CLOSE JOB-DEP-FILE.
006660     IF CIF-ABORT OR CIF-PRED-COUNT = ZERO
006670         GO TO 1092-EXIT
006680     END-IF.
006690
006700     MOVE 'N' TO CIF-RUNH-EOF-SWITCH.
006710     OPEN INPUT RUN-HISTORY-FILE.
006720     IF CIF-RUNHIST-STATUS = '00'
006730         PERFORM 1094-READ-PRED-HISTORY THRU 1094-EXIT
006740             UNTIL CIF-RUNH-EOF
006750         CLOSE RUN-HISTORY-FILE
006760     END-IF.
006770     PERFORM 1097-REPORT-PREDECESSOR THRU 1097-EXIT
006780         VARYING CIF-PRED-IDX FROM 1 BY 1
006790         UNTIL CIF-PRED-IDX > CIF-PRED-COUNT.
006800     IF CIF-PREDS-BLOCKING > ZERO
006810         DISPLAY 'CUSTSTMT - PREDECESSORS NOT ENDED CLEAN '
006820             'TODAY : ' CIF-PREDS-BLOCKING ' - RUN REFUSED'
006830         MOVE 20 TO RETURN-CODE
006840         MOVE 'Y' TO CIF-ABORT-SWITCH
006850     END-IF.
006860 1092-EXIT.
006870     EXIT.
006880
006890******************************************************************
006900*   1093-READ-JOB-DEPENDENCY                                     *
006910*   READS ONE JOB DEPENDENCY ROW, TABLING THE PREDECESSORS       *
006920*   NAMED FOR THIS PROGRAM.  A READ FAILURE, OR MORE             *
006930*   PREDECESSORS THAN THE TABLE HOLDS, FAILS THE JOB RATHER      *
006940*   THAN LET IT RUN ON A PARTIAL CHECK.                          *
006950******************************************************************
006960 1093-READ-JOB-DEPENDENCY.
006970     READ JOB-DEP-FILE
006980         AT END
006990             MOVE 'Y' TO CIF-JOBD-EOF-SWITCH
007000             GO TO 1093-EXIT
007010     END-READ.
007020     IF CIF-JOBDEP-STATUS NOT = '00'
007030         DISPLAY 'CUSTSTMT - JOB DEPENDENCY READ FAILED - '
007040             'STATUS ' CIF-JOBDEP-STATUS ' - JOB FAILING'
007050         MOVE 16 TO RETURN-CODE
007060         MOVE 'Y' TO CIF-ABORT-SWITCH
007070         MOVE 'Y' TO CIF-JOBD-EOF-SWITCH
007080         GO TO 1093-EXIT
007090     END-IF.
007100     IF CIF-JOBD-PROGRAM-ID NOT = CIF-MY-PROGRAM-ID
007110             OR CIF-JOBD-PRED-ID = SPACES
007120         GO TO 1093-EXIT
007130     END-IF.
007140     IF CIF-PRED-COUNT >= 10
007150         DISPLAY 'CUSTSTMT - MORE THAN 10 PREDECESSORS ON THE '
007160             'JOB DEPENDENCY TABLE - JOB FAILING'
007170         MOVE 16 TO RETURN-CODE
007180         MOVE 'Y' TO CIF-ABORT-SWITCH
007190         MOVE 'Y' TO CIF-JOBD-EOF-SWITCH
007200         GO TO 1093-EXIT
007210     END-IF.
007220     ADD 1 TO CIF-PRED-COUNT.
007230     MOVE CIF-JOBD-PRED-ID
007240         TO CIF-PRED-PROGRAM-ID (CIF-PRED-COUNT).
007250     MOVE 'N' TO CIF-PRED-CLEAN-SW (CIF-PRED-COUNT).
007260 1093-EXIT.
007270     EXIT.
007280
007290******************************************************************
007300*   1094-READ-PRED-HISTORY                                       *
007310*   READS ONE RUN-HISTORY RECORD OF THE PREDECESSOR CHECK.  EACH *
007320*   END RECORD FOR TODAY, IN FILE ORDER, MARKS THAT PROGRAM DONE *
007330*   OR NOT DONE, SO ITS LATEST RUN DECIDES - A CLEAN RUN         *
007340*   FOLLOWED BY A FAILED RERUN IS NOT DONE.  A READ ERROR ENDS   *
007350*   THE SCAN, LEAVING ANY PREDECESSOR NOT YET SEEN UNPROVEN.     *
007360******************************************************************
007370 1094-READ-PRED-HISTORY.
007380     READ RUN-HISTORY-FILE
007390         AT END
007400             MOVE 'Y' TO CIF-RUNH-EOF-SWITCH
007410         NOT AT END
007420             IF CIF-RUNH-END AND
007430                     CIF-RUNH-RUN-DATE = CIF-RUN-DATE
007440                 PERFORM 1096-MATCH-PREDECESSOR THRU 1096-EXIT
007450                     VARYING CIF-PRED-IDX FROM 1 BY 1
007460                     UNTIL CIF-PRED-IDX > CIF-PRED-COUNT
007470             END-IF
007480     END-READ.
007490     IF NOT CIF-RUNH-EOF
007500         IF CIF-RUNHIST-STATUS NOT = '00'
007510             DISPLAY 'CUSTSTMT - RUN-HISTORY READ FAILED - '
007520                 'STATUS ' CIF-RUNHIST-STATUS
007530                 ' - PREDECESSOR CHECK INCOMPLETE'
007540             MOVE 'Y' TO CIF-RUNH-EOF-SWITCH
007550         END-IF
007560     END-IF.
007570 1094-EXIT.
007580     EXIT.
007590
007600******************************************************************
007610*   1095-WRITE-RUN-START                                         *
007620*   APPENDS THIS RUN'S START RECORD TO THE RUN-HISTORY FILE,     *
007630*   WHICH STAYS OPEN UNTIL THE END RECORD IS WRITTEN AT          *
007640*   TERMINATION.                                                 *
007650******************************************************************
007660 1095-WRITE-RUN-START.
007670     OPEN EXTEND RUN-HISTORY-FILE.
007680     IF CIF-RUNHIST-STATUS NOT = '00'
007690         OPEN OUTPUT RUN-HISTORY-FILE
007700     END-IF.
007710     MOVE SPACES            TO RUN-HISTORY-RECORD.
007720     MOVE CIF-MY-PROGRAM-ID TO CIF-RUNH-PROGRAM-ID.
007730     MOVE 'START'           TO CIF-RUNH-REC-TYPE.
007740     MOVE CIF-RUN-DATE      TO CIF-RUNH-RUN-DATE.
007750     MOVE CIF-START-TIME    TO CIF-RUNH-RUN-TIME.
007760     MOVE ZERO              TO CIF-RUNH-RECS-READ.
007770     MOVE ZERO              TO CIF-RUNH-RECS-WRITTEN.
007780     MOVE ZERO              TO CIF-RUNH-RECS-REJECTED.
007790     MOVE ZERO              TO CIF-RUNH-RETURN-CODE.
007800     WRITE RUN-HISTORY-RECORD.
007810     MOVE 'Y' TO CIF-RUNH-STARTED-SWITCH.
007820 1095-EXIT.
007830     EXIT.
007840
007850******************************************************************
007860*   1096-MATCH-PREDECESSOR                                       *
007870*   WHEN THE END RECORD IN HAND IS ONE PREDECESSOR'S OWN, MARKS  *
007880*   IT DONE FOR A CLEAN END AND NOT DONE FOR ANY OTHER.          *
007890******************************************************************
007900 1096-MATCH-PREDECESSOR.
007910     IF CIF-PRED-PROGRAM-ID (CIF-PRED-IDX) = CIF-RUNH-PROGRAM-ID
007920         IF CIF-RUNH-RETURN-CODE = ZERO
007930             MOVE 'Y' TO CIF-PRED-CLEAN-SW (CIF-PRED-IDX)
007940         ELSE
007950             MOVE 'N' TO CIF-PRED-CLEAN-SW (CIF-PRED-IDX)
007960         END-IF
007970     END-IF.
007980 1096-EXIT.
007990     EXIT.
008000
008010******************************************************************
008020*   1097-REPORT-PREDECESSOR                                      *
008030*   NAMES ONE PREDECESSOR ON THE CONSOLE WHEN IT HAS NOT ENDED   *
008040*   CLEAN TODAY, AND COUNTS IT AGAINST THE RUN.                  *
008050******************************************************************
008060 1097-REPORT-PREDECESSOR.
008070     IF NOT CIF-PRED-CLEAN (CIF-PRED-IDX)
008080         DISPLAY 'CUSTSTMT - PREDECESSOR '
008090             CIF-PRED-PROGRAM-ID (CIF-PRED-IDX)
008100             ' HAS NOT ENDED CLEAN TODAY'
008110         ADD 1 TO CIF-PREDS-BLOCKING
008120     END-IF.
008130 1097-EXIT.
008140     EXIT.
008150
008160******************************************************************
008170*   1100-READ-CUSTOMER                                           *
008180******************************************************************
008190 1100-READ-CUSTOMER.
008200     READ CUSTOMER-MASTER NEXT RECORD
008210         AT END
008220             MOVE 'Y' TO CIF-EOF-SWITCH
008230         NOT AT END
008240             ADD 1 TO CIF-RECS-READ
008250     END-READ.
008260     IF NOT CIF-EOF
008270         IF CIF-CUSTMAST-STATUS NOT = '00' AND
008280                 CIF-CUSTMAST-STATUS NOT = '02'
008290             DISPLAY 'CUSTSTMT - CUSTOMER-MASTER READ FAILED '
008300                 '- STATUS ' CIF-CUSTMAST-STATUS
008310                 ' - JOB FAILING'
008320             MOVE 16 TO RETURN-CODE
008330             MOVE 'Y' TO CIF-ABORT-SWITCH
008340             MOVE 'Y' TO CIF-EOF-SWITCH
008350         END-IF
008360     END-IF.
008370 1100-EXIT.
008380     EXIT.
008390
008400******************************************************************
008410*   1200-SORT-JOURNAL                                            *
008420*   SORTS THE WHOLE JOURNAL BY ACCOUNT AND POSTING DATE INTO     *
008430*   THE STATEMENT WORK FILE.  ITEMS POSTED ON THE SAME DAY KEEP  *
008440*   THE ORDER THEY WERE JOURNALED IN, SO THE RUNNING BALANCE     *
008450*   CARRIED ON EACH JOURNAL RECORD FOLLOWS THROUGH.              *
008460******************************************************************
008470 1200-SORT-JOURNAL.
008480     OPEN INPUT JOURNAL-FILE.
008490     IF CIF-JOURNAL-STATUS NOT = '00'
008500         DISPLAY 'CUSTSTMT - NO TRANSACTION JOURNAL - STATUS '
008510             CIF-JOURNAL-STATUS ' - STATEMENTS CARRY NO ITEMS'
008520         MOVE 'Y' TO CIF-JRN-EOF-SWITCH
008530         GO TO 1200-EXIT
008540     END-IF.
008550     CLOSE JOURNAL-FILE.
008560
008570     SORT SORT-WORK-FILE
008580         ON ASCENDING KEY CIF-SRT-ACCT-NO
008590                          CIF-SRT-POST-DATE
008600         WITH DUPLICATES IN ORDER
008610         USING JOURNAL-FILE
008620         GIVING SORTED-JOURNAL.
008630     IF SORT-RETURN NOT = ZERO
008640         DISPLAY 'CUSTSTMT - JOURNAL SORT FAILED - RETURN '
008650             SORT-RETURN ' - JOB FAILING'
008660         MOVE 16 TO RETURN-CODE
008670         MOVE 'Y' TO CIF-ABORT-SWITCH
008680         GO TO 1200-EXIT
008690     END-IF.
008700
008710     OPEN INPUT SORTED-JOURNAL.
008720     IF CIF-SORTED-STATUS NOT = '00'
008730         DISPLAY 'CUSTSTMT - SORTED JOURNAL OPEN FAILED - '
008740             'STATUS ' CIF-SORTED-STATUS
008750         MOVE 16 TO RETURN-CODE
008760         MOVE 'Y' TO CIF-ABORT-SWITCH
008770         GO TO 1200-EXIT
008780     END-IF.
008790     MOVE 'Y' TO CIF-SORTED-OPEN-SW.
008800 1200-EXIT.
008810     EXIT.
008820
008830******************************************************************
008840*   1300-READ-JOURNAL                                            *
008850*   READS ONE SORTED JOURNAL ITEM.  A READ ERROR FAILS THE JOB   *
008860*   RATHER THAN PRINT STATEMENTS FROM A TRUNCATED JOURNAL.       *
008870******************************************************************
008880 1300-READ-JOURNAL.
008890     READ SORTED-JOURNAL
008900         AT END
008910             MOVE 'Y' TO CIF-JRN-EOF-SWITCH
008920         NOT AT END
008930             ADD 1 TO CIF-JRN-ITEMS-READ
008940     END-READ.
008950     IF NOT CIF-JRN-EOF
008960         IF CIF-SORTED-STATUS NOT = '00'
008970             DISPLAY 'CUSTSTMT - JOURNAL READ FAILED - STATUS '
008980                 CIF-SORTED-STATUS ' - JOB FAILING'
008990             MOVE 16 TO RETURN-CODE
009000             MOVE 'Y' TO CIF-ABORT-SWITCH
009010             MOVE 'Y' TO CIF-JRN-EOF-SWITCH
009020             MOVE 'Y' TO CIF-EOF-SWITCH
009030         END-IF
009040     END-IF.
009050 1300-EXIT.
009060     EXIT.
009070
009080******************************************************************
009090*   2000-PROCESS-CUSTOMER                                        *
009100*   MATCHES ONE MASTER RECORD TO ITS JOURNAL ITEMS.  JOURNAL     *
009110*   ITEMS FOR ACCOUNTS NO LONGER ON THE MASTER ARE COUNTED AND   *
009120*   PASSED OVER.  THE ITEMS BEFORE THE STATEMENT MONTH BUILD     *
009130*   THE OPENING BALANCE, THE MONTH'S ITEMS ARE PRINTED, AND ANY  *
009140*   LATER ITEMS CARRY THE BALANCE FORWARD TO THE TIE AGAINST     *
009150*   THE MASTER.  ONLY ACTIVE CUSTOMERS GET A STATEMENT, AND NOT  *
009160*   THOSE WHOSE ADDRESS IS FLAGGED UNDELIVERABLE - THEIR         *
009170*   STATEMENT IS COUNTED AS HELD.                                *
009180******************************************************************
009190 2000-PROCESS-CUSTOMER.
009200     PERFORM 2100-SKIP-ORPHAN THRU 2100-EXIT
009210         UNTIL CIF-JRN-EOF OR CIF-JRN-ACCT-NO NOT < CIF-CUST-KEY.
009220     IF CIF-ABORT
009230         GO TO 2000-EXIT
009240     END-IF.
009250
009260     MOVE ZERO   TO CIF-ACCT-ITEMS.
009270     MOVE ZERO   TO CIF-ACCT-DEBITS.
009280     MOVE ZERO   TO CIF-ACCT-CREDITS.
009290     MOVE SPACES TO CIF-TIE-FLAG.
009300     IF CIF-CUST-BALANCE IS NUMERIC
009310         MOVE CIF-CUST-BALANCE TO CIF-MASTER-BAL
009320     ELSE
009330         MOVE ZERO TO CIF-MASTER-BAL
009340     END-IF.
009350     IF CIF-CUST-ACTIVE
009360         IF CIF-CUST-UNDELIVERABLE
009370             ADD 1 TO CIF-STMTS-HELD
009380             MOVE 'N' TO CIF-PRINT-SWITCH
009390         ELSE
009400             MOVE 'Y' TO CIF-PRINT-SWITCH
009410         END-IF
009420     ELSE
009430         MOVE 'N' TO CIF-PRINT-SWITCH
009440     END-IF.
009450
009460     IF NOT CIF-JRN-EOF AND CIF-JRN-ACCT-NO = CIF-CUST-KEY
009470         PERFORM 2200-ITEM-EFFECT THRU 2200-EXIT
009480         COMPUTE CIF-RUNNING-BAL =
009490             CIF-JRN-BALANCE - CIF-ITEM-EFFECT
009500     ELSE
009510         MOVE CIF-MASTER-BAL TO CIF-RUNNING-BAL
009520     END-IF.
009530
009540     PERFORM 2300-APPLY-PRIOR-ITEM THRU 2300-EXIT
009550         UNTIL CIF-JRN-EOF OR CIF-JRN-ACCT-NO NOT = CIF-CUST-KEY
009560            OR CIF-JRN-POST-DATE(1:6) NOT < CIF-STMT-PERIOD.
009570     MOVE CIF-RUNNING-BAL TO CIF-OPENING-BAL.
009580
009590     IF CIF-PRINT-STATEMENT
009600         PERFORM 3000-WRITE-STATEMENT-HEAD THRU 3000-EXIT
009610     END-IF.
009620     PERFORM 2400-APPLY-PERIOD-ITEM THRU 2400-EXIT
009630         UNTIL CIF-JRN-EOF OR CIF-JRN-ACCT-NO NOT = CIF-CUST-KEY
009640            OR CIF-JRN-POST-DATE(1:6) NOT = CIF-STMT-PERIOD.
009650     MOVE CIF-RUNNING-BAL TO CIF-CLOSING-BAL.
009660
009670     PERFORM 2300-APPLY-PRIOR-ITEM THRU 2300-EXIT
009680         UNTIL CIF-JRN-EOF OR CIF-JRN-ACCT-NO NOT = CIF-CUST-KEY.
009690     IF CIF-ABORT
009700         GO TO 2000-EXIT
009710     END-IF.
009720
009730     IF CIF-PRINT-STATEMENT
009740         IF CIF-RUNNING-BAL = CIF-MASTER-BAL
009750             MOVE 'TIES' TO CIF-TIE-FLAG
009760         ELSE
009770             MOVE 'NO TIE' TO CIF-TIE-FLAG
009780             ADD 1 TO CIF-STMTS-NOT-TIED
009790             DISPLAY 'CUSTSTMT - ACCOUNT ' CIF-CUST-KEY
009800                 ' JOURNAL DOES NOT TIE TO MASTER BALANCE'
009810         END-IF
009820         PERFORM 3200-WRITE-STATEMENT-FOOT THRU 3200-EXIT
009830         IF NOT CIF-ABORT
009840             ADD 1 TO CIF-STMTS-PRINTED
009850             ADD CIF-ACCT-ITEMS   TO CIF-STMT-ITEMS-TOTAL
009860             ADD CIF-ACCT-DEBITS  TO CIF-TOTAL-DEBITS
009870             ADD CIF-ACCT-CREDITS TO CIF-TOTAL-CREDITS
009880             PERFORM 4000-WRITE-REGISTER-DETAIL THRU 4000-EXIT
009890         END-IF
009900     END-IF.
009910     IF NOT CIF-EOF
009920         PERFORM 1100-READ-CUSTOMER THRU 1100-EXIT
009930     END-IF.
009940 2000-EXIT.
009950     EXIT.
009960
009970******************************************************************
009980*   2100-SKIP-ORPHAN                                             *
009990*   PASSES OVER ONE JOURNAL ITEM FOR AN ACCOUNT NOT ON THE       *
010000*   MASTER - PURGED OR ARCHIVED SINCE IT POSTED.                 *
010010******************************************************************
010020 2100-SKIP-ORPHAN.
010030     ADD 1 TO CIF-JRN-ITEMS-ORPHAN.
010040     PERFORM 1300-READ-JOURNAL THRU 1300-EXIT.
010050 2100-EXIT.
010060     EXIT.
010070
010080******************************************************************
010090*   2200-ITEM-EFFECT                                             *
010100*   SIGNED EFFECT OF THE JOURNAL ITEM IN HAND ON THE BALANCE.    *
010110******************************************************************
010120 2200-ITEM-EFFECT.
010130     IF CIF-JRN-CREDIT
010140         MOVE CIF-JRN-AMOUNT TO CIF-ITEM-EFFECT
010150     ELSE
010160         COMPUTE CIF-ITEM-EFFECT = ZERO - CIF-JRN-AMOUNT
010170     END-IF.
010180 2200-EXIT.
010190     EXIT.
010200
010210******************************************************************
010220*   2300-APPLY-PRIOR-ITEM                                        *
010230*   CARRIES ONE JOURNAL ITEM POSTED OUTSIDE THE STATEMENT MONTH  *
010240*   INTO THE RUNNING BALANCE WITHOUT PRINTING IT.                *
010250******************************************************************
010260 2300-APPLY-PRIOR-ITEM.
010270     PERFORM 2200-ITEM-EFFECT THRU 2200-EXIT.
010280     ADD CIF-ITEM-EFFECT TO CIF-RUNNING-BAL.
010290     ADD 1 TO CIF-JRN-ITEMS-MATCHED.
010300     PERFORM 1300-READ-JOURNAL THRU 1300-EXIT.
010310 2300-EXIT.
010320     EXIT.
010330
010340******************************************************************
010350*   2400-APPLY-PERIOD-ITEM                                       *
010360*   CARRIES ONE JOURNAL ITEM POSTED IN THE STATEMENT MONTH INTO  *
010370*   THE RUNNING BALANCE AND PRINTS IT ON THE STATEMENT.          *
010380******************************************************************
010390 2400-APPLY-PERIOD-ITEM.
010400     PERFORM 2200-ITEM-EFFECT THRU 2200-EXIT.
010410     ADD CIF-ITEM-EFFECT TO CIF-RUNNING-BAL.
010420     ADD 1 TO CIF-JRN-ITEMS-MATCHED.
010430     ADD 1 TO CIF-ACCT-ITEMS.
010440     IF CIF-JRN-CREDIT
010450         ADD CIF-JRN-AMOUNT TO CIF-ACCT-CREDITS
010460     ELSE
010470         ADD CIF-JRN-AMOUNT TO CIF-ACCT-DEBITS
010480     END-IF.
010490     IF CIF-PRINT-STATEMENT
010500         PERFORM 3100-WRITE-STATEMENT-ITEM THRU 3100-EXIT
010510     END-IF.
010520     IF NOT CIF-ABORT
010530         PERFORM 1300-READ-JOURNAL THRU 1300-EXIT
010540     END-IF.
010550 2400-EXIT.
010560     EXIT.
010570
010580******************************************************************
010590*   3000-WRITE-STATEMENT-HEAD                                    *
010600*   WRITES THE STATEMENT HEADING, THE ADDRESS BLOCK FROM THE     *
010610*   MASTER, THE COLUMN HEADINGS AND THE OPENING BALANCE.         *
010620******************************************************************
010630 3000-WRITE-STATEMENT-HEAD.
010640     MOVE SPACES TO CIF-STMT-LINE.
010650     MOVE 'STATEMENT OF ACCOUNT' TO CIF-STMT-LINE(1:20).
010660     MOVE 'STATEMENT MONTH: ' TO CIF-STMT-LINE(50:17).
010670     MOVE CIF-PERIOD-EDIT TO CIF-STMT-LINE(67:7).
010680     PERFORM 3300-PUT-STATEMENT-LINE THRU 3300-EXIT.
010690
010700     MOVE SPACES TO CIF-STMT-LINE.
010710     MOVE 'DATE: ' TO CIF-STMT-LINE(1:6).
010720     MOVE CIF-RUN-DATE-EDIT TO CIF-STMT-LINE(7:10).
010730     PERFORM 3300-PUT-STATEMENT-LINE THRU 3300-EXIT.
010740
010750     MOVE SPACES TO CIF-STMT-LINE.
010760     PERFORM 3300-PUT-STATEMENT-LINE THRU 3300-EXIT.
010770
010780     MOVE CIF-CUST-NAME TO CIF-STMT-LINE.
010790     PERFORM 3300-PUT-STATEMENT-LINE THRU 3300-EXIT.
010800
010810     MOVE CIF-CUST-ADDR-STREET TO CIF-STMT-LINE.
010820     PERFORM 3300-PUT-STATEMENT-LINE THRU 3300-EXIT.
010830
010840     MOVE CIF-CUST-ADDR-CITY  TO CIF-CSZ-CITY.
010850     MOVE CIF-CUST-ADDR-STATE TO CIF-CSZ-STATE.
010860     MOVE CIF-CUST-ADDR-ZIP   TO CIF-CSZ-ZIP.
010870     MOVE CIF-CSZ-LINE TO CIF-STMT-LINE.
010880     PERFORM 3300-PUT-STATEMENT-LINE THRU 3300-EXIT.
010890
010900     MOVE SPACES TO CIF-STMT-LINE.
010910     PERFORM 3300-PUT-STATEMENT-LINE THRU 3300-EXIT.
010920
010930     MOVE SPACES TO CIF-STMT-LINE.
010940     MOVE 'ACCOUNT NUMBER: ' TO CIF-STMT-LINE(1:16).
010950     MOVE CIF-CUST-KEY TO CIF-STMT-LINE(17:9).
010960     PERFORM 3300-PUT-STATEMENT-LINE THRU 3300-EXIT.
010970
010980     MOVE SPACES TO CIF-STMT-LINE.
010990     PERFORM 3300-PUT-STATEMENT-LINE THRU 3300-EXIT.
011000
011010     MOVE CIF-STMT-BODY-HEAD TO CIF-STMT-LINE.
011020     PERFORM 3300-PUT-STATEMENT-LINE THRU 3300-EXIT.
011030
011040     MOVE SPACES TO CIF-SB-DATE.
011050     MOVE 'OPENING BALANCE' TO CIF-SB-DESC.
011060     MOVE ZERO TO CIF-SB-DEBIT.
011070     MOVE ZERO TO CIF-SB-CREDIT.
011080     MOVE CIF-OPENING-BAL TO CIF-SB-BALANCE.
011090     MOVE CIF-STMT-BODY TO CIF-STMT-LINE.
011100     PERFORM 3300-PUT-STATEMENT-LINE THRU 3300-EXIT.
011110 3000-EXIT.
011120     EXIT.
011130
011140******************************************************************
011150*   3100-WRITE-STATEMENT-ITEM                                    *
011160*   WRITES ONE DEBIT OR CREDIT LINE WITH ITS POSTING DATE,       *
011170*   REFERENCE AND THE RUNNING BALANCE IT LEFT.                   *
011180******************************************************************
011190 3100-WRITE-STATEMENT-ITEM.
011200     MOVE CIF-JRN-POST-DATE(5:2) TO CIF-DATE-EDIT-WORK(1:2).
011210     MOVE '/'                    TO CIF-DATE-EDIT-WORK(3:1).
011220     MOVE CIF-JRN-POST-DATE(7:2) TO CIF-DATE-EDIT-WORK(4:2).
011230     MOVE '/'                    TO CIF-DATE-EDIT-WORK(6:1).
011240     MOVE CIF-JRN-POST-DATE(1:4) TO CIF-DATE-EDIT-WORK(7:4).
011250     MOVE CIF-DATE-EDIT-WORK TO CIF-SB-DATE.
011260     MOVE CIF-JRN-REF TO CIF-SB-DESC.
011270     IF CIF-JRN-CREDIT
011280         MOVE ZERO           TO CIF-SB-DEBIT
011290         MOVE CIF-JRN-AMOUNT TO CIF-SB-CREDIT
011300     ELSE
011310         MOVE CIF-JRN-AMOUNT TO CIF-SB-DEBIT
011320         MOVE ZERO           TO CIF-SB-CREDIT
011330     END-IF.
011340     MOVE CIF-RUNNING-BAL TO CIF-SB-BALANCE.
011350     MOVE CIF-STMT-BODY TO CIF-STMT-LINE.
011360     PERFORM 3300-PUT-STATEMENT-LINE THRU 3300-EXIT.
011370 3100-EXIT.
011380     EXIT.
011390
011400******************************************************************
011410*   3200-WRITE-STATEMENT-FOOT                                    *
011420*   WRITES THE MONTH'S DEBIT AND CREDIT TOTALS, THE CLOSING      *
011430*   BALANCE AND THE SEPARATOR BETWEEN STATEMENTS.                *
011440******************************************************************
011450 3200-WRITE-STATEMENT-FOOT.
011460     MOVE SPACES TO CIF-SB-DATE.
011470     MOVE 'MONTH TOTALS' TO CIF-SB-DESC.
011480     MOVE CIF-ACCT-DEBITS  TO CIF-SB-DEBIT.
011490     MOVE CIF-ACCT-CREDITS TO CIF-SB-CREDIT.
011500     MOVE ZERO TO CIF-SB-BALANCE.
011510     MOVE CIF-STMT-BODY TO CIF-STMT-LINE.
011520     MOVE SPACES TO CIF-STMT-LINE(63:15).
011530     PERFORM 3300-PUT-STATEMENT-LINE THRU 3300-EXIT.
011540
011550     MOVE SPACES TO CIF-SB-DATE.
011560     MOVE 'CLOSING BALANCE' TO CIF-SB-DESC.
011570     MOVE ZERO TO CIF-SB-DEBIT.
011580     MOVE ZERO TO CIF-SB-CREDIT.
011590     MOVE CIF-CLOSING-BAL TO CIF-SB-BALANCE.
011600     MOVE CIF-STMT-BODY TO CIF-STMT-LINE.
011610     PERFORM 3300-PUT-STATEMENT-LINE THRU 3300-EXIT.
011620
011630     MOVE ALL '-' TO CIF-STMT-LINE.
011640     PERFORM 3300-PUT-STATEMENT-LINE THRU 3300-EXIT.
011650 3200-EXIT.
011660     EXIT.
011670
011680******************************************************************
011690*   3300-PUT-STATEMENT-LINE                                      *
011700*   WRITES ONE STATEMENT LINE, FAILING THE RUN ON A WRITE        *
011710*   ERROR.                                                       *
011720******************************************************************
011730 3300-PUT-STATEMENT-LINE.
011740     IF CIF-ABORT
011750         GO TO 3300-EXIT
011760     END-IF.
011770     WRITE CIF-STMT-LINE.
011780     IF CIF-STMT-STATUS NOT = '00'
011790         DISPLAY 'CUSTSTMT - STATEMENT WRITE FAILED - KEY '
011800             CIF-CUST-KEY ' STATUS ' CIF-STMT-STATUS
011810             ' - JOB FAILING'
011820         MOVE 16 TO RETURN-CODE
011830         MOVE 'Y' TO CIF-ABORT-SWITCH
011840         MOVE 'Y' TO CIF-EOF-SWITCH
011850         MOVE 'Y' TO CIF-JRN-EOF-SWITCH
011860     END-IF.
011870 3300-EXIT.
011880     EXIT.
011890
011900******************************************************************
011910*   4000-WRITE-REGISTER-DETAIL                                   *
011920*   WRITES ONE REGISTER LINE FOR THE STATEMENT JUST PRODUCED.    *
011930******************************************************************
011940 4000-WRITE-REGISTER-DETAIL.
011950     IF CIF-LINE-COUNT >= CIF-LINES-PER-PAGE OR CIF-PAGE-NO = 0
011960         PERFORM 4100-WRITE-HEADINGS THRU 4100-EXIT
011970     END-IF.
011980
011990     MOVE SPACES              TO CIF-PRINT-LINE-DETAIL.
012000     MOVE CIF-CUST-KEY        TO CIF-D-ACCT-NO.
012010     MOVE CIF-CUST-NAME(1:24) TO CIF-D-NAME.
012020     MOVE CIF-ACCT-ITEMS      TO CIF-D-ITEMS.
012030     MOVE CIF-OPENING-BAL     TO CIF-D-OPENING.
012040     MOVE CIF-CLOSING-BAL     TO CIF-D-CLOSING.
012050     MOVE CIF-TIE-FLAG        TO CIF-D-TIE.
012060     MOVE CIF-PRINT-LINE-DETAIL TO CIF-REPORT-LINE.
012070     WRITE CIF-REPORT-LINE.
012080     ADD 1 TO CIF-LINE-COUNT.
012090 4000-EXIT.
012100     EXIT.
012110
012120******************************************************************
012130*   4100-WRITE-HEADINGS                                          *
012140******************************************************************
012150 4100-WRITE-HEADINGS.
012160     ADD 1 TO CIF-PAGE-NO.
012170
012180     MOVE SPACES                  TO CIF-PRINT-LINE-HEAD-1.
012190     MOVE 'MONTHLY STATEMENT REGISTER'  TO CIF-H1-TITLE.
012200     MOVE 'PAGE '                       TO CIF-H1-PAGE-LIT.
012210     MOVE CIF-PAGE-NO                   TO CIF-H1-PAGE-NO.
012220     MOVE CIF-PRINT-LINE-HEAD-1    TO CIF-REPORT-LINE.
012230     WRITE CIF-REPORT-LINE.
012240
012250     MOVE SPACES                  TO CIF-PRINT-LINE-HEAD-2.
012260     MOVE 'RUN DATE: '                  TO CIF-H2-DATE-LIT.
012270     MOVE CIF-RUN-DATE-EDIT              TO CIF-H2-RUN-DATE.
012280     MOVE '   MONTH: '                  TO CIF-H2-PERIOD-LIT.
012290     MOVE CIF-PERIOD-EDIT                TO CIF-H2-PERIOD.
012300     MOVE CIF-PRINT-LINE-HEAD-2    TO CIF-REPORT-LINE.
012310     WRITE CIF-REPORT-LINE.
012320
012330     MOVE SPACES                  TO CIF-REPORT-LINE.
012340     WRITE CIF-REPORT-LINE.
012350
012360     MOVE SPACES                  TO CIF-PRINT-LINE-HEAD-3.
012370     MOVE 'ACCOUNT NO'                  TO CIF-H3-ACCT-LIT.
012380     MOVE 'CUSTOMER NAME'                TO CIF-H3-NAME-LIT.
012390     MOVE ' ITEMS'                       TO CIF-H3-ITEMS-LIT.
012400     MOVE '        OPENING'              TO CIF-H3-OPEN-LIT.
012410     MOVE '        CLOSING'              TO CIF-H3-CLOSE-LIT.
012420     MOVE 'TIE'                          TO CIF-H3-TIE-LIT.
012430     MOVE CIF-PRINT-LINE-HEAD-3    TO CIF-REPORT-LINE.
012440     WRITE CIF-REPORT-LINE.
012450
012460     MOVE ZERO TO CIF-LINE-COUNT.
012470 4100-EXIT.
012480     EXIT.
012490
012500******************************************************************
012510*   8000-WRITE-REGISTER-TOTALS                                   *
012520*   CLOSES THE REGISTER WITH THE RUN TOTALS.  EVERY JOURNAL      *
012530*   ITEM READ MUST BE ACCOUNTED FOR AGAINST AN ACCOUNT OR AS AN  *
012540*   ORPHAN, AND EVERY STATEMENT MUST TIE TO THE MASTER, OR THE   *
012550*   JOB FAILS.                                                   *
012560******************************************************************
012570 8000-WRITE-REGISTER-TOTALS.
012580     IF CIF-PAGE-NO = 0
012590         PERFORM 4100-WRITE-HEADINGS THRU 4100-EXIT
012600     END-IF.
012610
012620     MOVE SPACES              TO CIF-REPORT-LINE.
012630     WRITE CIF-REPORT-LINE.
012640
012650     MOVE SPACES              TO CIF-PRINT-LINE-TOTAL.
012660     MOVE 'RECORDS READ     :'     TO CIF-T-LIT.
012670     MOVE CIF-RECS-READ            TO CIF-T-COUNT.
012680     MOVE CIF-PRINT-LINE-TOTAL TO CIF-REPORT-LINE.
012690     WRITE CIF-REPORT-LINE.
012700
012710     MOVE SPACES              TO CIF-PRINT-LINE-TOTAL.
012720     MOVE 'STATEMENTS       :'     TO CIF-T-LIT.
012730     MOVE CIF-STMTS-PRINTED        TO CIF-T-COUNT.
012740     MOVE CIF-PRINT-LINE-TOTAL TO CIF-REPORT-LINE.
012750     WRITE CIF-REPORT-LINE.
012760
012770     MOVE SPACES              TO CIF-PRINT-LINE-TOTAL.
012780     MOVE 'NOT TIED         :'     TO CIF-T-LIT.
012790     MOVE CIF-STMTS-NOT-TIED       TO CIF-T-COUNT.
012800     MOVE CIF-PRINT-LINE-TOTAL TO CIF-REPORT-LINE.
012810     WRITE CIF-REPORT-LINE.
012820
012830     MOVE SPACES              TO CIF-PRINT-LINE-TOTAL.
012840     MOVE 'HELD UNDELIVERABLE:'    TO CIF-T-LIT.
012850     MOVE CIF-STMTS-HELD           TO CIF-T-COUNT.
012860     MOVE CIF-PRINT-LINE-TOTAL TO CIF-REPORT-LINE.
012870     WRITE CIF-REPORT-LINE.
012880
012890     MOVE SPACES              TO CIF-PRINT-LINE-TOTAL.
012900     MOVE 'JOURNAL ITEMS    :'     TO CIF-T-LIT.
012910     MOVE CIF-JRN-ITEMS-READ       TO CIF-T-COUNT.
012920     MOVE CIF-PRINT-LINE-TOTAL TO CIF-REPORT-LINE.
012930     WRITE CIF-REPORT-LINE.
012940
012950     MOVE SPACES              TO CIF-PRINT-LINE-TOTAL.
012960     MOVE 'ITEMS STATED     :'     TO CIF-T-LIT.
012970     MOVE CIF-STMT-ITEMS-TOTAL     TO CIF-T-COUNT.
012980     MOVE CIF-PRINT-LINE-TOTAL TO CIF-REPORT-LINE.
012990     WRITE CIF-REPORT-LINE.
013000
013010     MOVE SPACES              TO CIF-PRINT-LINE-TOTAL.
013020     MOVE 'ITEMS NO MASTER  :'     TO CIF-T-LIT.
013030     MOVE CIF-JRN-ITEMS-ORPHAN     TO CIF-T-COUNT.
013040     MOVE CIF-PRINT-LINE-TOTAL TO CIF-REPORT-LINE.
013050     WRITE CIF-REPORT-LINE.
013060
013070     MOVE SPACES              TO CIF-PRINT-LINE-AMOUNT.
013080     MOVE 'TOTAL DEBITS     :'     TO CIF-A-LIT.
013090     MOVE CIF-TOTAL-DEBITS         TO CIF-A-AMOUNT.
013100     MOVE CIF-PRINT-LINE-AMOUNT TO CIF-REPORT-LINE.
013110     WRITE CIF-REPORT-LINE.
013120
013130     MOVE SPACES              TO CIF-PRINT-LINE-AMOUNT.
013140     MOVE 'TOTAL CREDITS    :'     TO CIF-A-LIT.
013150     MOVE CIF-TOTAL-CREDITS        TO CIF-A-AMOUNT.
013160     MOVE CIF-PRINT-LINE-AMOUNT TO CIF-REPORT-LINE.
013170     WRITE CIF-REPORT-LINE.
013180
013190     DISPLAY 'CUSTSTMT - RECORDS READ     : ' CIF-RECS-READ.
013200     DISPLAY 'CUSTSTMT - STATEMENTS       : ' CIF-STMTS-PRINTED.
013210     DISPLAY 'CUSTSTMT - NOT TIED         : ' CIF-STMTS-NOT-TIED.
013220     DISPLAY 'CUSTSTMT - HELD UNDELIVERABLE: ' CIF-STMTS-HELD.
013230     DISPLAY 'CUSTSTMT - JOURNAL ITEMS    : ' CIF-JRN-ITEMS-READ.
013240     DISPLAY 'CUSTSTMT - ITEMS NO MASTER  : '
013250         CIF-JRN-ITEMS-ORPHAN.
013260
013270     IF CIF-JRN-ITEMS-READ NOT =
013280             CIF-JRN-ITEMS-MATCHED + CIF-JRN-ITEMS-ORPHAN
013290         DISPLAY 'RECONCILIATION FAILED - JOURNAL ITEMS DO NOT '
013300             'TIE TO ITEMS MATCHED - JOB FAILING'
013310         MOVE 16 TO RETURN-CODE
013320     ELSE
013330         IF CIF-STMTS-NOT-TIED > ZERO
013340             DISPLAY 'RECONCILIATION FAILED - STATEMENTS DO NOT '
013350                 'TIE TO THE MASTER - JOB FAILING'
013360             MOVE 16 TO RETURN-CODE
013370         ELSE
013380             DISPLAY 'RECONCILIATION OK - CONTROL TOTALS TIE'
013390             MOVE 0 TO RETURN-CODE
013400         END-IF
013410     END-IF.
013420 8000-EXIT.
013430     EXIT.
013440
013450******************************************************************
013460*   9000-TERMINATE                                               *
013470******************************************************************
013480 9000-TERMINATE.
013490     IF CIF-RUNH-STARTED
013500         PERFORM 9100-WRITE-RUN-END THRU 9100-EXIT
013510     END-IF.
013520     IF CIF-CUSTMAST-OPEN
013530         CLOSE CUSTOMER-MASTER
013540     END-IF.
013550     IF CIF-SORTED-OPEN
013560         CLOSE SORTED-JOURNAL
013570     END-IF.
013580     IF CIF-STMT-OPEN
013590         CLOSE STATEMENT-FILE
013600     END-IF.
013610     IF CIF-REPORT-OPEN
013620         CLOSE REPORT-LISTING
013630     END-IF.
013640 9000-EXIT.
013650     EXIT.
013660
013670******************************************************************
013680*   9100-WRITE-RUN-END                                           *
013690*   APPENDS THIS RUN'S END RECORD - COUNTS AND FINAL RETURN      *
013700*   CODE - AND CLOSES THE RUN-HISTORY FILE.                      *
013710******************************************************************
013720 9100-WRITE-RUN-END.
013730     ACCEPT CIF-END-TIME FROM TIME.
013740     MOVE SPACES              TO RUN-HISTORY-RECORD.
013750     MOVE CIF-MY-PROGRAM-ID   TO CIF-RUNH-PROGRAM-ID.
013760     MOVE 'END'               TO CIF-RUNH-REC-TYPE.
013770     MOVE CIF-RUN-DATE        TO CIF-RUNH-RUN-DATE.
013780     MOVE CIF-END-TIME        TO CIF-RUNH-RUN-TIME.
013790     MOVE CIF-RECS-READ       TO CIF-RUNH-RECS-READ.
013800     MOVE CIF-STMTS-PRINTED   TO CIF-RUNH-RECS-WRITTEN.
013810     MOVE CIF-STMTS-NOT-TIED  TO CIF-RUNH-RECS-REJECTED.
013820     MOVE RETURN-CODE         TO CIF-RUNH-RETURN-CODE.
013830     WRITE RUN-HISTORY-RECORD.
013840     CLOSE RUN-HISTORY-FILE.
013850 9100-EXIT.
013860     EXIT.
013870
013880 END PROGRAM CUSTSTMT.
