000010******************************************************************
000020*                                                                *
000030*   PROGRAM:      BALPROOF                                       *
000040*   AUTHOR:       J. P. LINDQUIST                                *
000050*   INSTALLATION: DATA PROCESSING                                *
000060*   DATE-WRITTEN: 10/15/26                                       *
000070*   DATE-COMPILED:                                               *
000080*                                                                *
000090*   PURPOSE.      DAILY BALANCE PROOF, RUN AFTER TRNPOST.        *
000100*       TOTALS CIF-CUST-BALANCE ACROSS THE WHOLE CUSTOMER        *
000110*       MASTER AND PROVES IT AGAINST THE TOTAL LAST PROVED ON    *
000120*       THE BALANCE-CONTROL FILE (BALCTL) PLUS THE CREDITS AND   *
000130*       LESS THE DEBITS JOURNALED BY TRNPOST SINCE THAT PROOF.   *
000140*       A MASTER THAT DOES NOT PROVE FAILS THE JOB WITH A        *
000150*       NON-ZERO RETURN CODE AND LEAVES THE CONTROL RECORD AS IT *
000160*       WAS.  THE SAME ITEMS ARE SUMMARIZED BY CIF-CUST-BRANCH   *
000170*       ONTO THE GENERAL-LEDGER JOURNAL INTERFACE (GLJRNL) FOR   *
000180*       FINANCE, WHOSE TRAILER IS WRITTEN ONLY WHEN THE DAY      *
000190*       PROVES.  THE FIRST RUN, WITH NO CONTROL RECORD YET,      *
000200*       ESTABLISHES THE CONTROL FROM THE MASTER AS IT STANDS.    *
000210*                                                                *
000220*   TECTONICS.    cobc                                          *
000230*                                                                *
000240*   MODIFICATION HISTORY                                        *
000250*   DATE       INIT  DESCRIPTION                                *
000260*   10/15/26   JPL   ORIGINAL PROGRAM.                          *
000270*   10/15/26   JPL   CHECKS THE NIGHT-CYCLE JOB DEPENDENCY      *
000280*                    TABLE AT STARTUP AND REFUSES TO RUN, WITH  *
000290*                    RC 20, UNTIL EVERY PREDECESSOR HAS ENDED   *
000300*                    CLEAN TODAY.  A REFUSED RUN IS LOGGED ON   *
000310*                    THE RUN-HISTORY FILE.                      *
000320*                                                                *
000330******************************************************************
000340 IDENTIFICATION DIVISION.
000350 PROGRAM-ID. BALPROOF.
000360
000370 ENVIRONMENT DIVISION.
000380 INPUT-OUTPUT SECTION.
000390 FILE-CONTROL.
000400     SELECT CUSTOMER-MASTER ASSIGN TO CUSTMAST
000410         ORGANIZATION IS INDEXED
000420         ACCESS MODE IS DYNAMIC
000430         RECORD KEY IS CIF-CUST-KEY
000440         ALTERNATE RECORD KEY IS CIF-CUST-NAME
000450             WITH DUPLICATES
000460         FILE STATUS IS CIF-CUSTMAST-STATUS.
000470
000480     SELECT JOURNAL-FILE ASSIGN TO TRNJRNL
000490         ORGANIZATION IS LINE SEQUENTIAL
000500         FILE STATUS IS CIF-JOURNAL-STATUS.
000510
000520     SELECT BALANCE-CONTROL-FILE ASSIGN TO BALCTL
000530         ORGANIZATION IS SEQUENTIAL
000540         FILE STATUS IS CIF-BALCTL-STATUS.
000550
000560     SELECT GL-JOURNAL-FILE ASSIGN TO GLJRNL
000570         ORGANIZATION IS SEQUENTIAL
000580         FILE STATUS IS CIF-GLJRNL-STATUS.
000590
000600     SELECT REPORT-LISTING ASSIGN TO BALRPT
000610         ORGANIZATION IS LINE SEQUENTIAL
000620         FILE STATUS IS CIF-REPORT-STATUS.
000630
000640     SELECT RUN-HISTORY-FILE ASSIGN TO RUNHIST
000650         ORGANIZATION IS LINE SEQUENTIAL
000660         FILE STATUS IS CIF-RUNHIST-STATUS.
000670
000680     SELECT JOB-DEP-FILE ASSIGN TO JOBDEP
000690         ORGANIZATION IS LINE SEQUENTIAL
000700         FILE STATUS IS CIF-JOBDEP-STATUS.
000710
000720     SELECT RUN-PARM-FILE ASSIGN TO RUNPARM
000730         ORGANIZATION IS LINE SEQUENTIAL
000740         FILE STATUS IS CIF-RUNPARM-STATUS.
000750
000760 DATA DIVISION.
000770 FILE SECTION.
000780 FD  CUSTOMER-MASTER.
000790     COPY CUSTREC.
000800
000810 FD  JOURNAL-FILE.
000820     COPY JRNLREC.
000830
000840 FD  BALANCE-CONTROL-FILE.
000850     COPY BALCREC.
000860
000870 FD  GL-JOURNAL-FILE.
000880     COPY GLJREC.
000890
000900 FD  REPORT-LISTING.
000910 01  CIF-REPORT-LINE             PIC X(80).
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
001080     05  CIF-JOURNAL-STATUS      PIC X(02) VALUE '00'.
001090     05  CIF-BALCTL-STATUS       PIC X(02) VALUE '00'.
001100     05  CIF-GLJRNL-STATUS       PIC X(02) VALUE '00'.
001110     05  CIF-REPORT-STATUS       PIC X(02) VALUE '00'.
001120     05  CIF-RUNHIST-STATUS      PIC X(02) VALUE '00'.
001130     05  CIF-JOBDEP-STATUS       PIC X(02) VALUE '00'.
001140     05  CIF-RUNPARM-STATUS      PIC X(02) VALUE '00'.
001150
001160******************************************************************
001170*   SWITCHES                                                    *
001180******************************************************************
001190 01  CIF-SWITCHES.
001200     05  CIF-EOF-SWITCH          PIC X(01) VALUE 'N'.
001210         88  CIF-EOF                        VALUE 'Y'.
001220     05  CIF-ABORT-SWITCH        PIC X(01) VALUE 'N'.
001230         88  CIF-ABORT                      VALUE 'Y'.
001240     05  CIF-JRN-EOF-SWITCH      PIC X(01) VALUE 'N'.
001250         88  CIF-JRN-EOF                    VALUE 'Y'.
001260     05  CIF-FIRST-PROOF-SWITCH  PIC X(01) VALUE 'N'.
001270         88  CIF-FIRST-PROOF                VALUE 'Y'.
001280     05  CIF-PROOF-SWITCH        PIC X(01) VALUE 'N'.
001290         88  CIF-PROOF-OK                   VALUE 'Y'.
001300     05  CIF-BRT-FOUND-SWITCH    PIC X(01) VALUE 'N'.
001310         88  CIF-BRT-FOUND                  VALUE 'Y'.
001320     05  CIF-CUSTMAST-OPEN-SW    PIC X(01) VALUE 'N'.
001330         88  CIF-CUSTMAST-OPEN              VALUE 'Y'.
001340     05  CIF-JOURNAL-OPEN-SW     PIC X(01) VALUE 'N'.
001350         88  CIF-JOURNAL-OPEN               VALUE 'Y'.
001360     05  CIF-GLJRNL-OPEN-SW      PIC X(01) VALUE 'N'.
001370         88  CIF-GLJRNL-OPEN                VALUE 'Y'.
001380     05  CIF-REPORT-OPEN-SW      PIC X(01) VALUE 'N'.
001390         88  CIF-REPORT-OPEN                VALUE 'Y'.
001400     05  CIF-RUNH-EOF-SWITCH     PIC X(01) VALUE 'N'.
001410         88  CIF-RUNH-EOF                   VALUE 'Y'.
001420     05  CIF-RUNH-DONE-SWITCH    PIC X(01) VALUE 'N'.
001430         88  CIF-RUNH-DONE-TODAY            VALUE 'Y'.
001440     05  CIF-RUNH-STARTED-SWITCH PIC X(01) VALUE 'N'.
001450         88  CIF-RUNH-STARTED               VALUE 'Y'.
001460     05  CIF-JOBD-EOF-SWITCH     PIC X(01) VALUE 'N'.
001470         88  CIF-JOBD-EOF                   VALUE 'Y'.
001480     05  CIF-UNATTENDED-SWITCH   PIC X(01) VALUE 'N'.
001490         88  CIF-UNATTENDED                 VALUE 'Y'.
001500     05  CIF-PARM-EOF-SWITCH     PIC X(01) VALUE 'N'.
001510         88  CIF-PARM-EOF                   VALUE 'Y'.
001520     05  CIF-PARM-FOUND-SWITCH   PIC X(01) VALUE 'N'.
001530         88  CIF-PARM-FOUND                 VALUE 'Y'.
001540
001550******************************************************************
001560*   BATCH COUNTERS AND MONEY TOTALS                              *
001570******************************************************************
001580 01  CIF-COUNTERS.
001590     05  CIF-RECS-READ           PIC 9(06) COMP VALUE ZERO.
001600     05  CIF-JRN-ITEMS-READ      PIC 9(06) COMP VALUE ZERO.
001610     05  CIF-JRN-ITEMS-PROVED    PIC 9(06) COMP VALUE ZERO.
001620     05  CIF-JRN-NO-MASTER       PIC 9(06) COMP VALUE ZERO.
001630     05  CIF-GL-RECS-WRITTEN     PIC 9(06) COMP VALUE ZERO.
001640     05  CIF-BRT-IDX             PIC 9(03) COMP VALUE ZERO.
001650     05  CIF-BRT-COUNT           PIC 9(03) COMP VALUE ZERO.
001660     05  CIF-LINE-COUNT          PIC 9(03) COMP VALUE ZERO.
001670     05  CIF-PAGE-NO             PIC 9(04) COMP VALUE ZERO.
001680     05  CIF-PARM-IDX            PIC 9(02) COMP VALUE ZERO.
001690     05  CIF-PARM-COUNT          PIC 9(02) COMP VALUE ZERO.
001700     05  CIF-PRED-IDX            PIC 9(02) COMP VALUE ZERO.
001710     05  CIF-PRED-COUNT          PIC 9(02) COMP VALUE ZERO.
001720     05  CIF-PREDS-BLOCKING      PIC 9(02) COMP VALUE ZERO.
001730
001740 01  CIF-MONEY-TOTALS.
001750     05  CIF-TOTAL-DEBITS        PIC 9(11)V99 VALUE ZERO.
001760     05  CIF-TOTAL-CREDITS       PIC 9(11)V99 VALUE ZERO.
001770     05  CIF-BASE-TOTAL          PIC S9(13)V99 VALUE ZERO.
001780     05  CIF-EXPECTED-TOTAL      PIC S9(13)V99 VALUE ZERO.
001790     05  CIF-MASTER-TOTAL        PIC S9(13)V99 VALUE ZERO.
001800     05  CIF-DIFFERENCE          PIC S9(13)V99 VALUE ZERO.
001810
001820******************************************************************
001830*   MISCELLANEOUS WORKING FIELDS                                 *
001840******************************************************************
001850 01  CIF-MISC-WORK.
001860     05  CIF-LINES-PER-PAGE      PIC 9(03) VALUE 50.
001870     05  CIF-RUN-DATE            PIC X(08).
001880     05  CIF-RUN-DATE-EDIT       PIC X(10).
001890     05  CIF-BASE-DATE           PIC X(08) VALUE SPACES.
001900     05  CIF-BASE-DATE-EDIT      PIC X(10) VALUE SPACES.
001910     05  CIF-MY-PROGRAM-ID       PIC X(10) VALUE 'BALPROOF'.
001920     05  CIF-START-TIME          PIC X(08).
001930     05  CIF-END-TIME            PIC X(08).
001940     05  CIF-RESPONSE            PIC X(01) VALUE SPACE.
001950     05  CIF-PARM-WANT-KEY       PIC X(10) VALUE SPACES.
001960     05  CIF-PARM-VALUE-WORK     PIC X(20) VALUE SPACES.
001970     05  CIF-ITEM-BRANCH         PIC X(04) VALUE SPACES.
001980     05  CIF-NO-MASTER-BRANCH    PIC X(04) VALUE '????'.
001990     05  CIF-PROOF-RESULT        PIC X(40) VALUE SPACES.
002000
002010******************************************************************
002020*   BRANCH TOTALS TABLE                                          *
002030*   THE DAY'S JOURNALED DEBITS AND CREDITS BY THE BRANCH THAT    *
002040*   HOLDS THE ACCOUNT, BUILT AS THE JOURNAL IS READ AND WRITTEN  *
002050*   OUT AS THE GENERAL-LEDGER JOURNAL.  AN ACCOUNT NO LONGER ON  *
002060*   THE MASTER IS SUMMARIZED UNDER CIF-NO-MASTER-BRANCH.         *
002070******************************************************************
002080 01  CIF-BRANCH-TOTALS-TABLE.
002090     05  CIF-BRT-ENTRY OCCURS 200 TIMES.
002100         10  CIF-BRT-BRANCH      PIC X(04).
002110         10  CIF-BRT-DEBIT-COUNT PIC 9(07) COMP.
002120         10  CIF-BRT-DEBITS      PIC 9(11)V99.
002130         10  CIF-BRT-CREDIT-COUNT
002140                                 PIC 9(07) COMP.
002150         10  CIF-BRT-CREDITS     PIC 9(11)V99.
002160
002170******************************************************************
002180*   PRINT LINE - A SINGLE 80-BYTE PRINT AREA REDEFINED BELOW     *
002190*   INTO THE HEADING, PROOF, BRANCH AND TOTAL LAYOUTS.           *
002200******************************************************************
002210 01  CIF-PRINT-LINE                  PIC X(80) VALUE SPACES.
002220
002230 01  CIF-PRINT-LINE-HEAD-1 REDEFINES CIF-PRINT-LINE.
002240     05  CIF-H1-FILLER-1             PIC X(25).
002250     05  CIF-H1-TITLE                PIC X(30).
002260     05  CIF-H1-FILLER-2             PIC X(05).
002270     05  CIF-H1-PAGE-LIT             PIC X(05).
002280     05  CIF-H1-PAGE-NO              PIC ZZZ9.
002290     05  CIF-H1-FILLER-3             PIC X(11).
002300
002310 01  CIF-PRINT-LINE-HEAD-2 REDEFINES CIF-PRINT-LINE.
002320     05  CIF-H2-FILLER-1             PIC X(25).
002330     05  CIF-H2-DATE-LIT             PIC X(10).
002340     05  CIF-H2-RUN-DATE             PIC X(10).
002350     05  CIF-H2-FILLER-2             PIC X(35).
002360
002370 01  CIF-PRINT-LINE-HEAD-3 REDEFINES CIF-PRINT-LINE.
002380     05  CIF-H3-BRANCH-LIT           PIC X(08).
002390     05  CIF-H3-DR-COUNT-LIT         PIC X(10).
002400     05  CIF-H3-DEBITS-LIT           PIC X(19).
002410     05  CIF-H3-CR-COUNT-LIT         PIC X(10).
002420     05  CIF-H3-CREDITS-LIT          PIC X(19).
002430     05  CIF-H3-FILLER-1             PIC X(14).
002440
002450 01  CIF-PRINT-LINE-PROOF REDEFINES CIF-PRINT-LINE.
002460     05  CIF-P-FILLER-1              PIC X(10).
002470     05  CIF-P-LIT                   PIC X(24).
002480     05  CIF-P-AMOUNT                PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99-.
002490     05  CIF-P-FILLER-2              PIC X(25).
002500
002510 01  CIF-PRINT-LINE-TEXT REDEFINES CIF-PRINT-LINE.
002520     05  CIF-X-FILLER-1              PIC X(10).
002530     05  CIF-X-LIT                   PIC X(24).
002540     05  CIF-X-TEXT                  PIC X(40).
002550     05  CIF-X-FILLER-2              PIC X(06).
002560
002570 01  CIF-PRINT-LINE-BRANCH REDEFINES CIF-PRINT-LINE.
002580     05  CIF-B-BRANCH                PIC X(04).
002590     05  CIF-B-FILLER-1              PIC X(04).
002600     05  CIF-B-DR-COUNT              PIC ZZZ,ZZ9.
002610     05  CIF-B-FILLER-2              PIC X(02).
002620     05  CIF-B-DEBITS                PIC ZZ,ZZZ,ZZZ,ZZ9.99.
002630     05  CIF-B-FILLER-3              PIC X(03).
002640     05  CIF-B-CR-COUNT              PIC ZZZ,ZZ9.
002650     05  CIF-B-FILLER-4              PIC X(02).
002660     05  CIF-B-CREDITS               PIC ZZ,ZZZ,ZZZ,ZZ9.99.
002670     05  CIF-B-FILLER-5              PIC X(17).
002680
002690 01  CIF-PRINT-LINE-TOTAL REDEFINES CIF-PRINT-LINE.
002700     05  CIF-T-FILLER-1              PIC X(10).
002710     05  CIF-T-LIT                   PIC X(24).
002720     05  CIF-T-COUNT                 PIC ZZZ,ZZ9.
002730     05  CIF-T-FILLER-2              PIC X(39).
002740
002750******************************************************************
002760*   PREDECESSOR TABLE                                            *
002770*   THE JOBS THAT MUST HAVE ENDED CLEAN TODAY BEFORE THIS        *
002780*   PROGRAM MAY RUN, FROM THE NIGHT-CYCLE JOB DEPENDENCY TABLE.  *
002790******************************************************************
002800 01  CIF-PRED-TABLE.
002810     05  CIF-PRED-ENTRY OCCURS 10 TIMES.
002820         10  CIF-PRED-PROGRAM-ID PIC X(10).
002830         10  CIF-PRED-CLEAN-SW   PIC X(01).
002840             88  CIF-PRED-CLEAN             VALUE 'Y'.
002850
002860******************************************************************
002870*   RUN PARAMETER TABLE                                          *
002880*   THE ANSWERS FOR THIS PROGRAM FROM THE NIGHT-CYCLE RUN        *
002890*   PARAMETER FILE, LOADED AT STARTUP WHEN THE FILE IS PRESENT.  *
002900******************************************************************
002910 01  CIF-PARM-TABLE.
002920     05  CIF-PARM-ENTRY OCCURS 10 TIMES.
002930         10  CIF-PTBL-KEYWORD    PIC X(10).
002940         10  CIF-PTBL-VALUE      PIC X(20).
002950
002960 PROCEDURE DIVISION.
002970******************************************************************
002980*   0000-MAINLINE                                                *
002990*   TOP-LEVEL CONTROL - TOTAL THE MASTER, SUMMARIZE THE          *
003000*   JOURNAL ITEMS SINCE THE LAST PROOF, PROVE, THEN WRITE THE    *
003010*   GENERAL-LEDGER JOURNAL AND ROLL THE CONTROL RECORD FORWARD.  *
003020******************************************************************
003030 0000-MAINLINE.
003040     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
003050     IF NOT CIF-ABORT
003060         PERFORM 2000-SUM-CUSTOMER THRU 2000-EXIT
003070             UNTIL CIF-EOF
003080     END-IF.
003090     IF NOT CIF-ABORT
003100         PERFORM 3000-PROCESS-JOURNAL THRU 3000-EXIT
003110             UNTIL CIF-JRN-EOF
003120     END-IF.
003130     IF NOT CIF-ABORT
003140         PERFORM 4000-PROVE-BALANCE THRU 4000-EXIT
003150         PERFORM 5000-WRITE-GL-JOURNAL THRU 5000-EXIT
003160     END-IF.
003170     IF NOT CIF-ABORT
003180         IF CIF-PROOF-OK
003190             PERFORM 6000-UPDATE-BALANCE-CONTROL THRU 6000-EXIT
003200         END-IF
003210     END-IF.
003220     IF NOT CIF-ABORT
003230         PERFORM 8000-WRITE-REPORT-TOTALS THRU 8000-EXIT
003240     END-IF.
003250     PERFORM 9000-TERMINATE THRU 9000-EXIT.
003260     STOP RUN.
003270
003280******************************************************************
003290*   1000-INITIALIZE                                              *
003300*   READS THE BALANCE-CONTROL RECORD FOR THE STARTING POINT OF   *
003310*   THE PROOF, AND OPENS THE MASTER, THE JOURNAL, THE GENERAL-   *
003320*   LEDGER JOURNAL AND THE REPORT.  NO JOURNAL YET MEANS NOTHING *
003330*   HAS EVER POSTED - THE PROOF THEN TAKES NO ACTIVITY.          *
003340******************************************************************
003350 1000-INITIALIZE.
003360     ACCEPT CIF-RUN-DATE FROM DATE YYYYMMDD.
003370     ACCEPT CIF-START-TIME FROM TIME.
003380     PERFORM 1010-LOAD-RUN-PARMS THRU 1010-EXIT.
003390     PERFORM 1090-CHECK-RUN-HISTORY THRU 1090-EXIT.
003400     IF CIF-ABORT
003410         GO TO 1000-EXIT
003420     END-IF.
003430     PERFORM 1092-CHECK-PREDECESSORS THRU 1092-EXIT.
003440     PERFORM 1095-WRITE-RUN-START THRU 1095-EXIT.
003450     IF CIF-ABORT
003460         GO TO 1000-EXIT
003470     END-IF.
003480     MOVE CIF-RUN-DATE(5:2) TO CIF-RUN-DATE-EDIT(1:2).
003490     MOVE '/'               TO CIF-RUN-DATE-EDIT(3:1).
003500     MOVE CIF-RUN-DATE(7:2) TO CIF-RUN-DATE-EDIT(4:2).
003510     MOVE '/'               TO CIF-RUN-DATE-EDIT(6:1).
003520     MOVE CIF-RUN-DATE(1:4) TO CIF-RUN-DATE-EDIT(7:4).
003530
003540     PERFORM 1200-READ-BALANCE-CONTROL THRU 1200-EXIT.
003550     IF CIF-ABORT
003560         GO TO 1000-EXIT
003570     END-IF.
003580
003590     OPEN INPUT CUSTOMER-MASTER.
003600     IF CIF-CUSTMAST-STATUS NOT = '00'
003610         DISPLAY 'BALPROOF - CUSTOMER-MASTER OPEN FAILED - '
003620             'STATUS ' CIF-CUSTMAST-STATUS
003630         MOVE 16 TO RETURN-CODE
003640         MOVE 'Y' TO CIF-ABORT-SWITCH
003650         GO TO 1000-EXIT
003660     END-IF.
003670     MOVE 'Y' TO CIF-CUSTMAST-OPEN-SW.
003680
003690     OPEN INPUT JOURNAL-FILE.
003700     IF CIF-JOURNAL-STATUS NOT = '00'
003710         DISPLAY 'BALPROOF - NO TRANSACTION JOURNAL - STATUS '
003720             CIF-JOURNAL-STATUS ' - NO ACTIVITY TO PROVE'
003730         MOVE 'Y' TO CIF-JRN-EOF-SWITCH
003740     ELSE
003750         MOVE 'Y' TO CIF-JOURNAL-OPEN-SW
003760     END-IF.
003770
003780     OPEN OUTPUT GL-JOURNAL-FILE.
003790     IF CIF-GLJRNL-STATUS NOT = '00'
003800         DISPLAY 'BALPROOF - GL JOURNAL OPEN FAILED - STATUS '
003810             CIF-GLJRNL-STATUS
003820         MOVE 16 TO RETURN-CODE
003830         MOVE 'Y' TO CIF-ABORT-SWITCH
003840         GO TO 1000-EXIT
003850     END-IF.
003860     MOVE 'Y' TO CIF-GLJRNL-OPEN-SW.
003870
003880     OPEN OUTPUT REPORT-LISTING.
003890     IF CIF-REPORT-STATUS NOT = '00'
003900         DISPLAY 'BALPROOF - REPORT OPEN FAILED - STATUS '
003910             CIF-REPORT-STATUS
003920         MOVE 16 TO RETURN-CODE
003930         MOVE 'Y' TO CIF-ABORT-SWITCH
003940         GO TO 1000-EXIT
003950     END-IF.
003960     MOVE 'Y' TO CIF-REPORT-OPEN-SW.
003970
003980     PERFORM 1100-READ-CUSTOMER THRU 1100-EXIT.
003990     IF NOT CIF-ABORT AND NOT CIF-JRN-EOF
004000         PERFORM 1300-READ-JOURNAL THRU 1300-EXIT
004010     END-IF.
004020 1000-EXIT.
004030     EXIT.
004040
004050******************************************************************
004060*   1010-LOAD-RUN-PARMS                                          *
004070*   LOOKS FOR THE NIGHT-CYCLE RUN PARAMETER FILE.  WHEN IT IS    *
004080*   PRESENT THE RUN IS UNATTENDED AND EVERY CONSOLE ANSWER IS    *
004090*   TAKEN FROM THE ROWS CARRYING THIS PROGRAM'S NAME; WHEN IT    *
004100*   IS ABSENT THE RUN PROMPTS AT THE CONSOLE AS BEFORE.          *
004110******************************************************************
004120 1010-LOAD-RUN-PARMS.
004130     MOVE ZERO TO CIF-PARM-COUNT.
004140     MOVE 'N' TO CIF-PARM-EOF-SWITCH.
004150     OPEN INPUT RUN-PARM-FILE.
004160     IF CIF-RUNPARM-STATUS NOT = '00'
004170         GO TO 1010-EXIT
004180     END-IF.
004190     MOVE 'Y' TO CIF-UNATTENDED-SWITCH.
004200     DISPLAY 'BALPROOF - UNATTENDED MODE - ANSWERS FROM '
004210         'RUN PARAMETER FILE'.
004220     PERFORM 1015-READ-RUN-PARM THRU 1015-EXIT
004230         UNTIL CIF-PARM-EOF.
004240     CLOSE RUN-PARM-FILE.
004250 1010-EXIT.
004260     EXIT.
004270
004280******************************************************************
004290*   1015-READ-RUN-PARM                                           *
004300*   READS ONE RUN PARAMETER ROW, KEEPING THE ROWS ADDRESSED TO   *
004310*   THIS PROGRAM.                                                *
004320******************************************************************
004330 1015-READ-RUN-PARM.
004340     READ RUN-PARM-FILE
004350         AT END
004360             MOVE 'Y' TO CIF-PARM-EOF-SWITCH
004370         NOT AT END
004380             IF CIF-PRM-PROGRAM-ID = CIF-MY-PROGRAM-ID
004390                 IF CIF-PARM-COUNT < 10
004400                     ADD 1 TO CIF-PARM-COUNT
004410                     MOVE CIF-PRM-KEYWORD
004420                         TO CIF-PTBL-KEYWORD (CIF-PARM-COUNT)
004430                     MOVE CIF-PRM-VALUE
004440                         TO CIF-PTBL-VALUE (CIF-PARM-COUNT)
004450                 END-IF
004460             END-IF
004470     END-READ.
004480     IF NOT CIF-PARM-EOF
004490         IF CIF-RUNPARM-STATUS NOT = '00'
004500             DISPLAY 'BALPROOF - RUN PARAMETER READ FAILED '
004510                 '- STATUS ' CIF-RUNPARM-STATUS
004520             MOVE 'Y' TO CIF-PARM-EOF-SWITCH
004530         END-IF
004540     END-IF.
004550 1015-EXIT.
004560     EXIT.
004570
004580******************************************************************
004590*   1020-FIND-RUN-PARM                                           *
004600*   SEARCHES THE PARAMETER TABLE FOR THE KEYWORD IN              *
004610*   CIF-PARM-WANT-KEY, LEAVING ITS VALUE IN                      *
004620*   CIF-PARM-VALUE-WORK WHEN FOUND.                              *
004630******************************************************************
004640 1020-FIND-RUN-PARM.
004650     MOVE 'N' TO CIF-PARM-FOUND-SWITCH.
004660     MOVE SPACES TO CIF-PARM-VALUE-WORK.
004670     PERFORM 1025-MATCH-RUN-PARM THRU 1025-EXIT
004680         VARYING CIF-PARM-IDX FROM 1 BY 1
004690         UNTIL CIF-PARM-IDX > CIF-PARM-COUNT OR CIF-PARM-FOUND.
004700 1020-EXIT.
004710     EXIT.
004720
004730******************************************************************
004740*   1025-MATCH-RUN-PARM                                          *
004750*   COMPARES ONE PARAMETER TABLE ENTRY AGAINST THE KEYWORD       *
004760*   WANTED.                                                      *
004770******************************************************************
004780 1025-MATCH-RUN-PARM.
004790     IF CIF-PTBL-KEYWORD (CIF-PARM-IDX) = CIF-PARM-WANT-KEY
004800         MOVE 'Y' TO CIF-PARM-FOUND-SWITCH
004810         MOVE CIF-PTBL-VALUE (CIF-PARM-IDX)
004820             TO CIF-PARM-VALUE-WORK
004830     END-IF.
004840 1025-EXIT.
004850     EXIT.
004860
004870******************************************************************
004880*   1030-PARM-MISSING                                            *
004890*   FAILS THE JOB WITH RETURN CODE 12 WHEN A REQUIRED RUN        *
004900*   PARAMETER IS MISSING FROM AN UNATTENDED RUN.                 *
004910******************************************************************
004920 1030-PARM-MISSING.
004930     DISPLAY 'BALPROOF - REQUIRED RUN PARAMETER '
004940         CIF-PARM-WANT-KEY ' MISSING - JOB FAILING'.
004950     MOVE 12 TO RETURN-CODE.
004960     MOVE 'Y' TO CIF-ABORT-SWITCH.
004970 1030-EXIT.
004980     EXIT.
004990
005000
005010******************************************************************
005020*   1090-CHECK-RUN-HISTORY                                       *
005030*   SCANS THE SHARED RUN-HISTORY FILE FOR AN END RECORD SHOWING  *
005040*   THIS PROGRAM ALREADY COMPLETED CLEAN TODAY, AND WARNS THE    *
005050*   OPERATOR BEFORE LETTING THE JOB RUN AGAIN.                   *
005060******************************************************************
005070 1090-CHECK-RUN-HISTORY.
005080     MOVE 'N' TO CIF-RUNH-EOF-SWITCH.
005090     MOVE 'N' TO CIF-RUNH-DONE-SWITCH.
005100     OPEN INPUT RUN-HISTORY-FILE.
005110     IF CIF-RUNHIST-STATUS NOT = '00'
005120         GO TO 1090-EXIT
005130     END-IF.
005140     PERFORM 1091-READ-RUN-HISTORY THRU 1091-EXIT
005150         UNTIL CIF-RUNH-EOF.
005160     CLOSE RUN-HISTORY-FILE.
005170
005180     IF CIF-RUNH-DONE-TODAY
005190         IF CIF-UNATTENDED
005200             MOVE 'RERUN' TO CIF-PARM-WANT-KEY
005210             PERFORM 1020-FIND-RUN-PARM THRU 1020-EXIT
005220             IF NOT CIF-PARM-FOUND
005230                 PERFORM 1030-PARM-MISSING THRU 1030-EXIT
005240                 GO TO 1090-EXIT
005250             END-IF
005260             MOVE CIF-PARM-VALUE-WORK(1:1) TO CIF-RESPONSE
005270         ELSE
005280             DISPLAY 'BALPROOF ALREADY COMPLETED CLEAN TODAY '
005290                 '- RUN AGAIN (Y/N) ? '
005300             ACCEPT CIF-RESPONSE
005310         END-IF
005320         IF CIF-RESPONSE NOT = 'Y' AND CIF-RESPONSE NOT = 'y'
005330             DISPLAY 'RUN CANCELLED BY OPERATOR'
005340             MOVE 8 TO RETURN-CODE
005350             MOVE 'Y' TO CIF-ABORT-SWITCH
005360         END-IF
005370     END-IF.
005380 1090-EXIT.
005390     EXIT.
005400
005410******************************************************************
005420*   1091-READ-RUN-HISTORY                                        *
005430*   READS ONE RUN-HISTORY RECORD OF THE STARTUP CHECK.           *
005440******************************************************************
005450 1091-READ-RUN-HISTORY.
005460     READ RUN-HISTORY-FILE
005470         AT END
005480             MOVE 'Y' TO CIF-RUNH-EOF-SWITCH
005490         NOT AT END
005500             IF CIF-RUNH-PROGRAM-ID = CIF-MY-PROGRAM-ID AND
005510                     CIF-RUNH-END AND
005520                     CIF-RUNH-RUN-DATE = CIF-RUN-DATE AND
005530                     CIF-RUNH-RETURN-CODE = ZERO
005540                 MOVE 'Y' TO CIF-RUNH-DONE-SWITCH
005550             END-IF
005560     END-READ.
005570     IF NOT CIF-RUNH-EOF
005580         IF CIF-RUNHIST-STATUS NOT = '00'
005590             DISPLAY 'BALPROOF - RUN-HISTORY READ FAILED - '
005600                 'STATUS ' CIF-RUNHIST-STATUS
005610                 ' - STARTUP CHECK INCOMPLETE'
005620             MOVE 'Y' TO CIF-RUNH-EOF-SWITCH
005630         END-IF
005640     END-IF.
005650 1091-EXIT.
005660     EXIT.
005670
005680******************************************************************
005690*   1092-CHECK-PREDECESSORS                                      *
005700*   LOOKS UP THIS PROGRAM'S REQUIRED PREDECESSORS ON THE NIGHT-  *
005710*   CYCLE JOB DEPENDENCY TABLE AND PROVES EACH ONE HAS AN END    *
005720*   RECORD ON THE RUN-HISTORY FILE FOR TODAY WITH RETURN CODE    *
005730*   ZERO.  ANY THAT HAS NOT IS NAMED ON THE CONSOLE AND THE RUN  *
005740*   IS REFUSED WITH RETURN CODE 20.  WITHOUT THE TABLE, OR WITH  *
005750*   NO ROWS FOR THIS PROGRAM, THERE IS NOTHING TO WAIT FOR.      *
005760******************************************************************
005770 1092-CHECK-PREDECESSORS.
005780     MOVE ZERO TO CIF-PRED-COUNT.
005790     MOVE ZERO TO CIF-PREDS-BLOCKING.
005800     MOVE 'N' TO CIF-JOBD-EOF-SWITCH.
005810     OPEN INPUT JOB-DEP-FILE.
005820     IF CIF-JOBDEP-STATUS NOT = '00'
005830         GO TO 1092-EXIT
005840     END-IF.
005850     PERFORM 1093-READ-JOB-DEPENDENCY THRU 1093-EXIT
005860         UNTIL CIF-JOBD-EOF.
005870     CLOSE JOB-DEP-FILE.
005880     IF CIF-ABORT OR CIF-PRED-COUNT = ZERO
005890         GO TO 1092-EXIT
005900     END-IF.
005910
005920     MOVE 'N' TO CIF-RUNH-EOF-SWITCH.
005930     OPEN INPUT RUN-HISTORY-FILE.
005940     IF CIF-RUNHIST-STATUS = '00'
005950         PERFORM 1094-READ-PRED-HISTORY THRU 1094-EXIT
005960             UNTIL CIF-RUNH-EOF
005970         CLOSE RUN-HISTORY-FILE
005980     END-IF.
005990     PERFORM 1097-REPORT-PREDECESSOR THRU 1097-EXIT
006000         VARYING CIF-PRED-IDX FROM 1 BY 1
006010         UNTIL CIF-PRED-IDX > CIF-PRED-COUNT.
006020     IF CIF-PREDS-BLOCKING > ZERO
006030         DISPLAY 'BALPROOF - PREDECESSORS NOT ENDED CLEAN '
006040             'TODAY : ' CIF-PREDS-BLOCKING ' - RUN REFUSED'
006050         MOVE 20 TO RETURN-CODE
006060         MOVE 'Y' TO CIF-ABORT-SWITCH
006070     END-IF.
006080 1092-EXIT.
006090     EXIT.
006100
006110******************************************************************
006120*   1093-READ-JOB-DEPENDENCY                                     *
006130*   READS ONE JOB DEPENDENCY ROW, TABLING THE PREDECESSORS       *
006140*   NAMED FOR THIS PROGRAM.  A READ FAILURE, OR MORE             *
006150*   PREDECESSORS THAN THE TABLE HOLDS, FAILS THE JOB RATHER      *
006160*   THAN LET IT RUN ON A PARTIAL CHECK.                          *
006170******************************************************************
006180 1093-READ-JOB-DEPENDENCY.
006190     READ JOB-DEP-FILE
006200         AT END
006210             MOVE 'Y' TO CIF-JOBD-EOF-SWITCH
006220             GO TO 1093-EXIT
006230     END-READ.
006240     IF CIF-JOBDEP-STATUS NOT = '00'
006250         DISPLAY 'BALPROOF - JOB DEPENDENCY READ FAILED - '
006260             'STATUS ' CIF-JOBDEP-STATUS ' - JOB FAILING'
006270         MOVE 16 TO RETURN-CODE
006280         MOVE 'Y' TO CIF-ABORT-SWITCH
006290         MOVE 'Y' TO CIF-JOBD-EOF-SWITCH
006300         GO TO 1093-EXIT
006310     END-IF.
006320     IF CIF-JOBD-PROGRAM-ID NOT = CIF-MY-PROGRAM-ID
006330             OR CIF-JOBD-PRED-ID = SPACES
006340         GO TO 1093-EXIT
006350     END-IF.
006360     IF CIF-PRED-COUNT >= 10
006370         DISPLAY 'BALPROOF - MORE THAN 10 PREDECESSORS ON THE '
006380             'JOB DEPENDENCY TABLE - JOB FAILING'
006390         MOVE 16 TO RETURN-CODE
006400         MOVE 'Y' TO CIF-ABORT-SWITCH
006410         MOVE 'Y' TO CIF-JOBD-EOF-SWITCH
006420         GO TO 1093-EXIT
006430     END-IF.
006440     ADD 1 TO CIF-PRED-COUNT.
006450     MOVE CIF-JOBD-PRED-ID
006460         TO CIF-PRED-PROGRAM-ID (CIF-PRED-COUNT).
006470     MOVE 'N' TO CIF-PRED-CLEAN-SW (CIF-PRED-COUNT).
006480 1093-EXIT.
006490     EXIT.
006500
006510******************************************************************
006520*   1094-READ-PRED-HISTORY                                       *
006530*   READS ONE RUN-HISTORY RECORD OF THE PREDECESSOR CHECK.  EACH *
006540*   END RECORD FOR TODAY, IN FILE ORDER, MARKS THAT PROGRAM DONE *
006550*   OR NOT DONE, SO ITS LATEST RUN DECIDES - A CLEAN RUN         *
006560*   FOLLOWED BY A FAILED RERUN IS NOT DONE.  A READ ERROR ENDS   *
006570*   THE SCAN, LEAVING ANY PREDECESSOR NOT YET SEEN UNPROVEN.     *
006580******************************************************************
006590 1094-READ-PRED-HISTORY.
006600     READ RUN-HISTORY-FILE
006610         AT END
006620             MOVE 'Y' TO CIF-RUNH-EOF-SWITCH
006630         NOT AT END
006640             IF CIF-RUNH-END AND
006650                     CIF-RUNH-RUN-DATE = CIF-RUN-DATE
006660                 PERFORM 1096-MATCH-PREDECESSOR THRU 1096-EXIT
006670                     VARYING CIF-PRED-IDX FROM 1 BY 1
006680                     UNTIL CIF-PRED-IDX > CIF-PRED-COUNT
006690             END-IF
006700     END-READ.
006710     IF NOT CIF-RUNH-EOF
006720         IF CIF-RUNHIST-STATUS NOT = '00'
006730             DISPLAY 'BALPROOF - RUN-HISTORY READ FAILED - '
006740                 'STATUS ' CIF-RUNHIST-STATUS
006750                 ' - PREDECESSOR CHECK INCOMPLETE'
006760             MOVE 'Y' TO CIF-RUNH-EOF-SWITCH
006770         END-IF
006780     END-IF.
006790 1094-EXIT.
006800     EXIT.
006810
006820******************************************************************
006830*   1095-WRITE-RUN-START                                         *
006840*   APPENDS THIS RUN'S START RECORD TO THE RUN-HISTORY FILE,     *
006850*   WHICH STAYS OPEN UNTIL THE END RECORD IS WRITTEN AT          *
006860*   TERMINATION.                                                 *
006870******************************************************************
006880 1095-WRITE-RUN-START.
006890     OPEN EXTEND RUN-HISTORY-FILE.
006900     IF CIF-RUNHIST-STATUS NOT = '00'
006910         OPEN OUTPUT RUN-HISTORY-FILE
006920     END-IF.
006930     MOVE SPACES            TO RUN-HISTORY-RECORD.
006940     MOVE CIF-MY-PROGRAM-ID TO CIF-RUNH-PROGRAM-ID.
006950     MOVE 'START'           TO CIF-RUNH-REC-TYPE.
006960     MOVE CIF-RUN-DATE      TO CIF-RUNH-RUN-DATE.
006970     MOVE CIF-START-TIME    TO CIF-RUNH-RUN-TIME.
006980     MOVE ZERO              TO CIF-RUNH-RECS-READ.
006990     MOVE ZERO              TO CIF-RUNH-RECS-WRITTEN.
007000     MOVE ZERO              TO CIF-RUNH-RECS-REJECTED.
007010     MOVE ZERO              TO CIF-RUNH-RETURN-CODE.
007020     WRITE RUN-HISTORY-RECORD.
007030     MOVE 'Y' TO CIF-RUNH-STARTED-SWITCH.
007040 1095-EXIT.
007050     EXIT.
007060
007070******************************************************************
007080*   1096-MATCH-PREDECESSOR                                       *
007090*   WHEN THE END RECORD IN HAND IS ONE PREDECESSOR'S OWN, MARKS  *
007100*   IT DONE FOR A CLEAN END AND NOT DONE FOR ANY OTHER.          *
007110******************************************************************
007120 1096-MATCH-PREDECESSOR.
007130     IF CIF-PRED-PROGRAM-ID (CIF-PRED-IDX) = CIF-RUNH-PROGRAM-ID
007140         IF CIF-RUNH-RETURN-CODE = ZERO
007150             MOVE 'Y' TO CIF-PRED-CLEAN-SW (CIF-PRED-IDX)
007160         ELSE
007170             MOVE 'N' TO CIF-PRED-CLEAN-SW (CIF-PRED-IDX)
007180         END-IF
007190     END-IF.
007200 1096-EXIT.
007210     EXIT.
007220
007230******************************************************************
007240*   1097-REPORT-PREDECESSOR                                      *
007250*   NAMES ONE PREDECESSOR ON THE CONSOLE WHEN IT HAS NOT ENDED   *
007260*   CLEAN TODAY, AND COUNTS IT AGAINST THE RUN.                  *
007270******************************************************************
007280 1097-REPORT-PREDECESSOR.
007290     IF NOT CIF-PRED-CLEAN (CIF-PRED-IDX)
007300         DISPLAY 'BALPROOF - PREDECESSOR '
007310             CIF-PRED-PROGRAM-ID (CIF-PRED-IDX)
007320             ' HAS NOT ENDED CLEAN TODAY'
007330         ADD 1 TO CIF-PREDS-BLOCKING
007340     END-IF.
007350 1097-EXIT.
007360     EXIT.
007370
007380******************************************************************
007390*   1100-READ-CUSTOMER                                           *
007400******************************************************************
007410 1100-READ-CUSTOMER.
007420     READ CUSTOMER-MASTER NEXT RECORD
007430         AT END
007440             MOVE 'Y' TO CIF-EOF-SWITCH
007450         NOT AT END
007460             ADD 1 TO CIF-RECS-READ
007470     END-READ.
007480     IF NOT CIF-EOF
007490         IF CIF-CUSTMAST-STATUS NOT = '00' AND
007500                 CIF-CUSTMAST-STATUS NOT = '02'
007510             DISPLAY 'BALPROOF - CUSTOMER-MASTER READ FAILED '
007520                 '- STATUS ' CIF-CUSTMAST-STATUS
007530                 ' - JOB FAILING'
007540             MOVE 16 TO RETURN-CODE
007550             MOVE 'Y' TO CIF-ABORT-SWITCH
007560             MOVE 'Y' TO CIF-EOF-SWITCH
007570         END-IF
007580     END-IF.
007590 1100-EXIT.
007600     EXIT.
007610
007620******************************************************************
007630*   1200-READ-BALANCE-CONTROL                                    *
007640*   TAKES THE STARTING POINT OF THE PROOF FROM THE BALANCE-      *
007650*   CONTROL RECORD - THE TOTAL LAST PROVED AND ITS DATE.  A      *
007660*   RERUN ON THE SAME DAY PROVES AGAIN FROM THE PROOF BEFORE     *
007670*   IT.  NO CONTROL FILE AT ALL MEANS THIS IS THE FIRST PROOF    *
007680*   AND THE CONTROL IS ESTABLISHED FROM THE MASTER; A FILE THAT  *
007690*   IS PRESENT BUT EMPTY, UNREADABLE OR DATED AHEAD OF TODAY     *
007700*   FAILS THE JOB RATHER THAN LOSE THE CONTROL.                  *
007710******************************************************************
007720 1200-READ-BALANCE-CONTROL.
007730     MOVE SPACES TO CIF-BASE-DATE.
007740     MOVE ZERO   TO CIF-BASE-TOTAL.
007750     OPEN INPUT BALANCE-CONTROL-FILE.
007760     IF CIF-BALCTL-STATUS NOT = '00'
007770         DISPLAY 'BALPROOF - NO BALANCE CONTROL RECORD - THIS '
007780             'RUN ESTABLISHES IT'
007790         MOVE 'Y' TO CIF-FIRST-PROOF-SWITCH
007800         GO TO 1200-EXIT
007810     END-IF.
007820     READ BALANCE-CONTROL-FILE
007830         AT END
007840             MOVE '10' TO CIF-BALCTL-STATUS
007850     END-READ.
007860     IF CIF-BALCTL-STATUS NOT = '00'
007870         DISPLAY 'BALPROOF - BALANCE CONTROL READ FAILED - '
007880             'STATUS ' CIF-BALCTL-STATUS ' - JOB FAILING'
007890         CLOSE BALANCE-CONTROL-FILE
007900         MOVE 16 TO RETURN-CODE
007910         MOVE 'Y' TO CIF-ABORT-SWITCH
007920         GO TO 1200-EXIT
007930     END-IF.
007940     CLOSE BALANCE-CONTROL-FILE.
007950
007960     IF CIF-BAL-PROOF-DATE > CIF-RUN-DATE
007970         DISPLAY 'BALPROOF - BALANCE CONTROL DATED '
007980             CIF-BAL-PROOF-DATE ' - AHEAD OF THE RUN DATE - '
007990             'JOB FAILING'
008000         MOVE 16 TO RETURN-CODE
008010         MOVE 'Y' TO CIF-ABORT-SWITCH
008020         GO TO 1200-EXIT
008030     END-IF.
008040     IF CIF-BAL-PROOF-DATE = CIF-RUN-DATE
008050         DISPLAY 'BALPROOF - ALREADY PROVED TODAY - PROVING '
008060             'AGAIN FROM THE PRIOR PROOF'
008070         IF CIF-BAL-PRIOR-DATE = SPACES
008080             MOVE 'Y' TO CIF-FIRST-PROOF-SWITCH
008090             GO TO 1200-EXIT
008100         END-IF
008110         MOVE CIF-BAL-PRIOR-DATE  TO CIF-BASE-DATE
008120         MOVE CIF-BAL-PRIOR-TOTAL TO CIF-BASE-TOTAL
008130     ELSE
008140         MOVE CIF-BAL-PROOF-DATE  TO CIF-BASE-DATE
008150         MOVE CIF-BAL-CLOSE-TOTAL TO CIF-BASE-TOTAL
008160     END-IF.
008170     MOVE CIF-BASE-DATE(5:2) TO CIF-BASE-DATE-EDIT(1:2).
008180     MOVE '/'                TO CIF-BASE-DATE-EDIT(3:1).
008190     MOVE CIF-BASE-DATE(7:2) TO CIF-BASE-DATE-EDIT(4:2).
008200     MOVE '/'                TO CIF-BASE-DATE-EDIT(6:1).
008210     MOVE CIF-BASE-DATE(1:4) TO CIF-BASE-DATE-EDIT(7:4).
008220 1200-EXIT.
008230     EXIT.
008240
008250******************************************************************
008260*   1300-READ-JOURNAL                                            *
008270******************************************************************
008280 1300-READ-JOURNAL.
008290     READ JOURNAL-FILE
008300         AT END
008310             MOVE 'Y' TO CIF-JRN-EOF-SWITCH
008320         NOT AT END
008330             ADD 1 TO CIF-JRN-ITEMS-READ
008340     END-READ.
008350     IF NOT CIF-JRN-EOF
008360         IF CIF-JOURNAL-STATUS NOT = '00'
008370             DISPLAY 'BALPROOF - JOURNAL READ FAILED - STATUS '
008380                 CIF-JOURNAL-STATUS ' - JOB FAILING'
008390             MOVE 16 TO RETURN-CODE
008400             MOVE 'Y' TO CIF-ABORT-SWITCH
008410             MOVE 'Y' TO CIF-JRN-EOF-SWITCH
008420         END-IF
008430     END-IF.
008440 1300-EXIT.
008450     EXIT.
008460
008470******************************************************************
008480*   2000-SUM-CUSTOMER                                            *
008490*   ADDS ONE CUSTOMER'S BALANCE TO THE MASTER TOTAL.  RECORDS    *
008500*   WRITTEN BEFORE THE BALANCE FIELD EXISTED CARRY SPACES THERE  *
008510*   AND COUNT AS A ZERO BALANCE.                                 *
008520******************************************************************
008530 2000-SUM-CUSTOMER.
008540     IF CIF-CUST-BALANCE IS NUMERIC
008550         ADD CIF-CUST-BALANCE TO CIF-MASTER-TOTAL
008560     END-IF.
008570     PERFORM 1100-READ-CUSTOMER THRU 1100-EXIT.
008580 2000-EXIT.
008590     EXIT.
008600
008610******************************************************************
008620*   3000-PROCESS-JOURNAL                                         *
008630******************************************************************
008640 3000-PROCESS-JOURNAL.
008650     PERFORM 3050-PROVE-ITEM THRU 3050-EXIT.
008660     IF NOT CIF-ABORT
008670         PERFORM 1300-READ-JOURNAL THRU 1300-EXIT
008680     END-IF.
008690 3000-EXIT.
008700     EXIT.
008710
008720******************************************************************
008730*   3050-PROVE-ITEM                                              *
008740*   TAKES ONE JOURNAL ITEM INTO THE PROOF WHEN IT POSTED AFTER   *
008750*   THE LAST PROOF AND NO LATER THAN TODAY - ON THE FIRST PROOF, *
008760*   WHEN IT POSTED TODAY - AND ADDS IT TO ITS BRANCH TOTALS.     *
008770******************************************************************
008780 3050-PROVE-ITEM.
008790     IF CIF-JRN-POST-DATE > CIF-RUN-DATE
008800         GO TO 3050-EXIT
008810     END-IF.
008820     IF CIF-FIRST-PROOF
008830         IF CIF-JRN-POST-DATE NOT = CIF-RUN-DATE
008840             GO TO 3050-EXIT
008850         END-IF
008860     ELSE
008870         IF CIF-JRN-POST-DATE NOT > CIF-BASE-DATE
008880             GO TO 3050-EXIT
008890         END-IF
008900     END-IF.
008910     ADD 1 TO CIF-JRN-ITEMS-PROVED.
008920
008930     PERFORM 3100-FIND-ITEM-BRANCH THRU 3100-EXIT.
008940     IF CIF-ABORT
008950         GO TO 3050-EXIT
008960     END-IF.
008970     PERFORM 3200-FIND-BRANCH-ENTRY THRU 3200-EXIT.
008980     IF CIF-ABORT
008990         GO TO 3050-EXIT
009000     END-IF.
009010
009020     IF CIF-JRN-DEBIT
009030         ADD CIF-JRN-AMOUNT TO CIF-TOTAL-DEBITS
009040         ADD 1              TO CIF-BRT-DEBIT-COUNT (CIF-BRT-IDX)
009050         ADD CIF-JRN-AMOUNT TO CIF-BRT-DEBITS (CIF-BRT-IDX)
009060     ELSE
009070         ADD CIF-JRN-AMOUNT TO CIF-TOTAL-CREDITS
009080         ADD 1              TO CIF-BRT-CREDIT-COUNT (CIF-BRT-IDX)
009090         ADD CIF-JRN-AMOUNT TO CIF-BRT-CREDITS (CIF-BRT-IDX)
009100     END-IF.
009110 3050-EXIT.
009120     EXIT.
009130
009140******************************************************************
009150*   3100-FIND-ITEM-BRANCH                                        *
009160*   LOOKS UP THE BRANCH THAT HOLDS THE ITEM'S ACCOUNT.  AN       *
009170*   ACCOUNT NO LONGER ON THE MASTER IS STILL PART OF THE DAY'S   *
009180*   ACTIVITY AND IS CARRIED UNDER CIF-NO-MASTER-BRANCH.          *
009190******************************************************************
009200 3100-FIND-ITEM-BRANCH.
009210     MOVE CIF-JRN-ACCT-NO TO CIF-CUST-KEY.
009220     READ CUSTOMER-MASTER
009230         INVALID KEY
009240             MOVE CIF-NO-MASTER-BRANCH TO CIF-ITEM-BRANCH
009250             ADD 1 TO CIF-JRN-NO-MASTER
009260             GO TO 3100-EXIT
009270     END-READ.
009280     IF CIF-CUSTMAST-STATUS NOT = '00' AND
009290             CIF-CUSTMAST-STATUS NOT = '02'
009300         DISPLAY 'BALPROOF - CUSTOMER-MASTER READ FAILED - KEY '
009310             CIF-JRN-ACCT-NO ' STATUS ' CIF-CUSTMAST-STATUS
009320             ' - JOB FAILING'
009330         MOVE 16 TO RETURN-CODE
009340         MOVE 'Y' TO CIF-ABORT-SWITCH
009350         MOVE 'Y' TO CIF-JRN-EOF-SWITCH
009360         GO TO 3100-EXIT
009370     END-IF.
009380     MOVE CIF-CUST-BRANCH TO CIF-ITEM-BRANCH.
009390 3100-EXIT.
009400     EXIT.
009410
009420******************************************************************
009430*   3200-FIND-BRANCH-ENTRY                                       *
009440*   FINDS THE BRANCH TOTALS ENTRY FOR CIF-ITEM-BRANCH, ADDING A  *
009450*   NEW ONE THE FIRST TIME THE BRANCH IS SEEN.  CIF-BRT-IDX IS   *
009460*   LEFT ON THE ENTRY.                                           *
009470******************************************************************
009480 3200-FIND-BRANCH-ENTRY.
009490     MOVE 'N' TO CIF-BRT-FOUND-SWITCH.
009500     PERFORM 3210-MATCH-BRANCH-ENTRY THRU 3210-EXIT
009510         VARYING CIF-BRT-IDX FROM 1 BY 1
009520         UNTIL CIF-BRT-IDX > CIF-BRT-COUNT OR CIF-BRT-FOUND.
009530     IF CIF-BRT-FOUND
009540         SUBTRACT 1 FROM CIF-BRT-IDX
009550         GO TO 3200-EXIT
009560     END-IF.
009570     IF CIF-BRT-COUNT >= 200
009580         DISPLAY 'BALPROOF - BRANCH TOTALS TABLE FULL AT BRANCH '
009590             CIF-ITEM-BRANCH ' - JOB FAILING'
009600         MOVE 16 TO RETURN-CODE
009610         MOVE 'Y' TO CIF-ABORT-SWITCH
009620         MOVE 'Y' TO CIF-JRN-EOF-SWITCH
009630         GO TO 3200-EXIT
009640     END-IF.
009650     ADD 1 TO CIF-BRT-COUNT.
009660     MOVE CIF-BRT-COUNT   TO CIF-BRT-IDX.
009670     MOVE CIF-ITEM-BRANCH TO CIF-BRT-BRANCH (CIF-BRT-IDX).
009680     MOVE ZERO TO CIF-BRT-DEBIT-COUNT (CIF-BRT-IDX).
009690     MOVE ZERO TO CIF-BRT-DEBITS (CIF-BRT-IDX).
009700     MOVE ZERO TO CIF-BRT-CREDIT-COUNT (CIF-BRT-IDX).
009710     MOVE ZERO TO CIF-BRT-CREDITS (CIF-BRT-IDX).
009720 3200-EXIT.
009730     EXIT.
009740
009750******************************************************************
009760*   3210-MATCH-BRANCH-ENTRY                                      *
009770******************************************************************
009780 3210-MATCH-BRANCH-ENTRY.
009790     IF CIF-BRT-BRANCH (CIF-BRT-IDX) = CIF-ITEM-BRANCH
009800         MOVE 'Y' TO CIF-BRT-FOUND-SWITCH
009810     END-IF.
009820 3210-EXIT.
009830     EXIT.
009840
009850******************************************************************
009860*   4000-PROVE-BALANCE                                           *
009870*   PRIOR TOTAL PLUS CREDITS LESS DEBITS MUST EQUAL THE MASTER   *
009880*   TOTAL.  THE FIRST PROOF HAS NO PRIOR TOTAL TO PROVE FROM AND *
009890*   SIMPLY ESTABLISHES THE CONTROL.  THE PROOF LINES OPEN THE    *
009900*   REPORT.                                                      *
009910******************************************************************
009920 4000-PROVE-BALANCE.
009930     COMPUTE CIF-EXPECTED-TOTAL = CIF-BASE-TOTAL
009940         + CIF-TOTAL-CREDITS - CIF-TOTAL-DEBITS.
009950     COMPUTE CIF-DIFFERENCE =
009960         CIF-MASTER-TOTAL - CIF-EXPECTED-TOTAL.
009970     IF CIF-FIRST-PROOF
009980         MOVE 'Y' TO CIF-PROOF-SWITCH
009990         MOVE 'NO PRIOR PROOF - CONTROL ESTABLISHED'
010000             TO CIF-PROOF-RESULT
010010     ELSE
010020         IF CIF-DIFFERENCE = ZERO
010030             MOVE 'Y' TO CIF-PROOF-SWITCH
010040             MOVE 'BALANCED' TO CIF-PROOF-RESULT
010050         ELSE
010060             MOVE 'N' TO CIF-PROOF-SWITCH
010070             MOVE 'OUT OF BALANCE - JOB FAILING'
010080                 TO CIF-PROOF-RESULT
010090         END-IF
010100     END-IF.
010110
010120     PERFORM 4100-WRITE-HEADINGS THRU 4100-EXIT.
010130
010140     MOVE SPACES                   TO CIF-PRINT-LINE-TEXT.
010150     MOVE 'PRIOR PROOF DATE     :' TO CIF-X-LIT.
010160     IF CIF-FIRST-PROOF
010170         MOVE 'NONE'               TO CIF-X-TEXT
010180     ELSE
010190         MOVE CIF-BASE-DATE-EDIT   TO CIF-X-TEXT
010200     END-IF.
010210     MOVE CIF-PRINT-LINE-TEXT TO CIF-REPORT-LINE.
010220     WRITE CIF-REPORT-LINE.
010230
010240     MOVE SPACES                   TO CIF-PRINT-LINE-PROOF.
010250     MOVE 'PRIOR TOTAL          :' TO CIF-P-LIT.
010260     MOVE CIF-BASE-TOTAL           TO CIF-P-AMOUNT.
010270     MOVE CIF-PRINT-LINE-PROOF TO CIF-REPORT-LINE.
010280     WRITE CIF-REPORT-LINE.
010290
010300     MOVE SPACES                   TO CIF-PRINT-LINE-PROOF.
010310     MOVE 'PLUS CREDITS         :' TO CIF-P-LIT.
010320     MOVE CIF-TOTAL-CREDITS        TO CIF-P-AMOUNT.
010330     MOVE CIF-PRINT-LINE-PROOF TO CIF-REPORT-LINE.
010340     WRITE CIF-REPORT-LINE.
010350
010360     MOVE SPACES                   TO CIF-PRINT-LINE-PROOF.
010370     MOVE 'LESS DEBITS          :' TO CIF-P-LIT.
010380     MOVE CIF-TOTAL-DEBITS         TO CIF-P-AMOUNT.
010390     MOVE CIF-PRINT-LINE-PROOF TO CIF-REPORT-LINE.
010400     WRITE CIF-REPORT-LINE.
010410
010420     MOVE SPACES                   TO CIF-PRINT-LINE-PROOF.
010430     MOVE 'EXPECTED TOTAL       :' TO CIF-P-LIT.
010440     MOVE CIF-EXPECTED-TOTAL       TO CIF-P-AMOUNT.
010450     MOVE CIF-PRINT-LINE-PROOF TO CIF-REPORT-LINE.
010460     WRITE CIF-REPORT-LINE.
010470
010480     MOVE SPACES                   TO CIF-PRINT-LINE-PROOF.
010490     MOVE 'MASTER TOTAL         :' TO CIF-P-LIT.
010500     MOVE CIF-MASTER-TOTAL         TO CIF-P-AMOUNT.
010510     MOVE CIF-PRINT-LINE-PROOF TO CIF-REPORT-LINE.
010520     WRITE CIF-REPORT-LINE.
010530
010540     MOVE SPACES                   TO CIF-PRINT-LINE-PROOF.
010550     MOVE 'DIFFERENCE           :' TO CIF-P-LIT.
010560     MOVE CIF-DIFFERENCE           TO CIF-P-AMOUNT.
010570     MOVE CIF-PRINT-LINE-PROOF TO CIF-REPORT-LINE.
010580     WRITE CIF-REPORT-LINE.
010590
010600     MOVE SPACES                   TO CIF-REPORT-LINE.
010610     WRITE CIF-REPORT-LINE.
010620
010630     MOVE SPACES                   TO CIF-PRINT-LINE-TEXT.
010640     MOVE 'PROOF RESULT         :' TO CIF-X-LIT.
010650     MOVE CIF-PROOF-RESULT         TO CIF-X-TEXT.
010660     MOVE CIF-PRINT-LINE-TEXT TO CIF-REPORT-LINE.
010670     WRITE CIF-REPORT-LINE.
010680
010690     MOVE SPACES                   TO CIF-REPORT-LINE.
010700     WRITE CIF-REPORT-LINE.
010710     ADD 12 TO CIF-LINE-COUNT.
010720
010730     DISPLAY 'BALPROOF - PRIOR TOTAL    : ' CIF-BASE-TOTAL.
010740     DISPLAY 'BALPROOF - CREDITS        : ' CIF-TOTAL-CREDITS.
010750     DISPLAY 'BALPROOF - DEBITS         : ' CIF-TOTAL-DEBITS.
010760     DISPLAY 'BALPROOF - MASTER TOTAL   : ' CIF-MASTER-TOTAL.
010770     DISPLAY 'BALPROOF - ' CIF-PROOF-RESULT.
010780 4000-EXIT.
010790     EXIT.
010800
010810******************************************************************
010820*   4100-WRITE-HEADINGS                                          *
010830******************************************************************
010840 4100-WRITE-HEADINGS.
010850     ADD 1 TO CIF-PAGE-NO.
010860
010870     MOVE SPACES                  TO CIF-PRINT-LINE-HEAD-1.
010880     MOVE 'DAILY BALANCE PROOF'         TO CIF-H1-TITLE.
010890     MOVE 'PAGE '                       TO CIF-H1-PAGE-LIT.
010900     MOVE CIF-PAGE-NO                   TO CIF-H1-PAGE-NO.
010910     MOVE CIF-PRINT-LINE-HEAD-1    TO CIF-REPORT-LINE.
010920     WRITE CIF-REPORT-LINE.
010930
010940     MOVE SPACES                  TO CIF-PRINT-LINE-HEAD-2.
010950     MOVE 'RUN DATE: '                  TO CIF-H2-DATE-LIT.
010960     MOVE CIF-RUN-DATE-EDIT              TO CIF-H2-RUN-DATE.
010970     MOVE CIF-PRINT-LINE-HEAD-2    TO CIF-REPORT-LINE.
010980     WRITE CIF-REPORT-LINE.
010990
011000     MOVE SPACES                  TO CIF-REPORT-LINE.
011010     WRITE CIF-REPORT-LINE.
011020
011030     MOVE ZERO TO CIF-LINE-COUNT.
011040 4100-EXIT.
011050     EXIT.
011060
011070******************************************************************
011080*   4200-WRITE-BRANCH-HEADINGS                                   *
011090*   COLUMN HEADINGS OF THE GENERAL-LEDGER SUMMARY BY BRANCH.     *
011100******************************************************************
011110 4200-WRITE-BRANCH-HEADINGS.
011120     MOVE SPACES                  TO CIF-PRINT-LINE-HEAD-3.
011130     MOVE 'BRANCH'                       TO CIF-H3-BRANCH-LIT.
011140     MOVE 'DR ITEMS'                     TO CIF-H3-DR-COUNT-LIT.
011150     MOVE '         DEBITS'              TO CIF-H3-DEBITS-LIT.
011160     MOVE 'CR ITEMS'                     TO CIF-H3-CR-COUNT-LIT.
011170     MOVE '        CREDITS'              TO CIF-H3-CREDITS-LIT.
011180     MOVE CIF-PRINT-LINE-HEAD-3    TO CIF-REPORT-LINE.
011190     WRITE CIF-REPORT-LINE.
011200     ADD 1 TO CIF-LINE-COUNT.
011210 4200-EXIT.
011220     EXIT.
011230
011240******************************************************************
011250*   5000-WRITE-GL-JOURNAL                                        *
011260*   WRITES THE GENERAL-LEDGER JOURNAL - HEADER, ONE DETAIL PER   *
011270*   BRANCH WITH ACTIVITY, AND, ONLY WHEN THE DAY HAS PROVED,     *
011280*   THE TRAILER - AND LISTS THE SAME BRANCH TOTALS ON THE        *
011290*   REPORT.                                                      *
011300******************************************************************
011310 5000-WRITE-GL-JOURNAL.
011320     MOVE SPACES              TO GL-JOURNAL-HEADER-RECORD.
011330     MOVE 'HDR'               TO CIF-GLH-REC-TYPE.
011340     MOVE CIF-RUN-DATE        TO CIF-GLH-BUS-DATE.
011350     MOVE CIF-BASE-DATE       TO CIF-GLH-FROM-DATE.
011360     WRITE GL-JOURNAL-HEADER-RECORD.
011370     IF CIF-GLJRNL-STATUS NOT = '00'
011380         DISPLAY 'BALPROOF - GL JOURNAL HEADER WRITE FAILED - '
011390             'STATUS ' CIF-GLJRNL-STATUS ' - JOB FAILING'
011400         MOVE 16 TO RETURN-CODE
011410         MOVE 'Y' TO CIF-ABORT-SWITCH
011420         GO TO 5000-EXIT
011430     END-IF.
011440
011450     MOVE SPACES                   TO CIF-PRINT-LINE-TEXT.
011460     MOVE 'GENERAL-LEDGER JOURNAL BY BRANCH' TO CIF-X-TEXT.
011470     MOVE CIF-PRINT-LINE-TEXT TO CIF-REPORT-LINE.
011480     WRITE CIF-REPORT-LINE.
011490     MOVE SPACES                   TO CIF-REPORT-LINE.
011500     WRITE CIF-REPORT-LINE.
011510     ADD 2 TO CIF-LINE-COUNT.
011520     PERFORM 4200-WRITE-BRANCH-HEADINGS THRU 4200-EXIT.
011530
011540     PERFORM 5100-WRITE-GL-BRANCH THRU 5100-EXIT
011550         VARYING CIF-BRT-IDX FROM 1 BY 1
011560         UNTIL CIF-BRT-IDX > CIF-BRT-COUNT OR CIF-ABORT.
011570     IF CIF-ABORT
011580         GO TO 5000-EXIT
011590     END-IF.
011600
011610     MOVE SPACES                   TO CIF-PRINT-LINE-BRANCH.
011620     MOVE 'ALL'                    TO CIF-B-BRANCH.
011630     MOVE CIF-TOTAL-DEBITS         TO CIF-B-DEBITS.
011640     MOVE CIF-TOTAL-CREDITS        TO CIF-B-CREDITS.
011650     MOVE SPACES                   TO CIF-REPORT-LINE.
011660     WRITE CIF-REPORT-LINE.
011670     MOVE CIF-PRINT-LINE-BRANCH TO CIF-REPORT-LINE.
011680     WRITE CIF-REPORT-LINE.
011690
011700     IF NOT CIF-PROOF-OK
011710         DISPLAY 'BALPROOF - GL JOURNAL TRAILER NOT WRITTEN - '
011720             'DAY NOT PROVED'
011730         GO TO 5000-EXIT
011740     END-IF.
011750     MOVE SPACES              TO GL-JOURNAL-TRAILER-RECORD.
011760     MOVE 'TRL'               TO CIF-GLT-REC-TYPE.
011770     MOVE CIF-RUN-DATE        TO CIF-GLT-BUS-DATE.
011780     MOVE CIF-GL-RECS-WRITTEN TO CIF-GLT-REC-COUNT.
011790     MOVE CIF-TOTAL-DEBITS    TO CIF-GLT-DEBIT-TOTAL.
011800     MOVE CIF-TOTAL-CREDITS   TO CIF-GLT-CREDIT-TOTAL.
011810     WRITE GL-JOURNAL-TRAILER-RECORD.
011820     IF CIF-GLJRNL-STATUS NOT = '00'
011830         DISPLAY 'BALPROOF - GL JOURNAL TRAILER WRITE FAILED - '
011840             'STATUS ' CIF-GLJRNL-STATUS ' - JOB FAILING'
011850         MOVE 16 TO RETURN-CODE
011860         MOVE 'Y' TO CIF-ABORT-SWITCH
011870     END-IF.
011880 5000-EXIT.
011890     EXIT.
011900
011910******************************************************************
011920*   5100-WRITE-GL-BRANCH                                         *
011930*   WRITES ONE BRANCH'S GENERAL-LEDGER DETAIL AND REPORT LINE.   *
011940******************************************************************
011950 5100-WRITE-GL-BRANCH.
011960     MOVE SPACES                      TO GL-JOURNAL-RECORD.
011970     MOVE 'DTL'                       TO CIF-GLJ-REC-TYPE.
011980     MOVE CIF-RUN-DATE                TO CIF-GLJ-BUS-DATE.
011990     MOVE CIF-BRT-BRANCH (CIF-BRT-IDX) TO CIF-GLJ-BRANCH.
012000     MOVE CIF-BRT-DEBIT-COUNT (CIF-BRT-IDX)
012010                                      TO CIF-GLJ-DEBIT-COUNT.
012020     MOVE CIF-BRT-DEBITS (CIF-BRT-IDX) TO CIF-GLJ-DEBIT-TOTAL.
012030     MOVE CIF-BRT-CREDIT-COUNT (CIF-BRT-IDX)
012040                                      TO CIF-GLJ-CREDIT-COUNT.
012050     MOVE CIF-BRT-CREDITS (CIF-BRT-IDX)
012060                                      TO CIF-GLJ-CREDIT-TOTAL.
012070     WRITE GL-JOURNAL-RECORD.
012080     IF CIF-GLJRNL-STATUS NOT = '00'
012090         DISPLAY 'BALPROOF - GL JOURNAL WRITE FAILED - BRANCH '
012100             CIF-GLJ-BRANCH ' STATUS ' CIF-GLJRNL-STATUS
012110             ' - JOB FAILING'
012120         MOVE 16 TO RETURN-CODE
012130         MOVE 'Y' TO CIF-ABORT-SWITCH
012140         GO TO 5100-EXIT
012150     END-IF.
012160     ADD 1 TO CIF-GL-RECS-WRITTEN.
012170
012180     IF CIF-LINE-COUNT >= CIF-LINES-PER-PAGE
012190         PERFORM 4100-WRITE-HEADINGS THRU 4100-EXIT
012200         PERFORM 4200-WRITE-BRANCH-HEADINGS THRU 4200-EXIT
012210     END-IF.
012220     MOVE SPACES                      TO CIF-PRINT-LINE-BRANCH.
012230     MOVE CIF-GLJ-BRANCH              TO CIF-B-BRANCH.
012240     MOVE CIF-GLJ-DEBIT-COUNT         TO CIF-B-DR-COUNT.
012250     MOVE CIF-GLJ-DEBIT-TOTAL         TO CIF-B-DEBITS.
012260     MOVE CIF-GLJ-CREDIT-COUNT        TO CIF-B-CR-COUNT.
012270     MOVE CIF-GLJ-CREDIT-TOTAL        TO CIF-B-CREDITS.
012280     MOVE CIF-PRINT-LINE-BRANCH TO CIF-REPORT-LINE.
012290     WRITE CIF-REPORT-LINE.
012300     ADD 1 TO CIF-LINE-COUNT.
012310 5100-EXIT.
012320     EXIT.
012330
012340******************************************************************
012350*   6000-UPDATE-BALANCE-CONTROL                                  *
012360*   ROLLS THE BALANCE-CONTROL RECORD FORWARD TO TODAY'S PROVED   *
012370*   MASTER TOTAL, KEEPING THE STARTING POINT OF THIS PROOF SO A  *
012380*   RERUN TODAY CAN PROVE FROM IT AGAIN.                         *
012390******************************************************************
012400 6000-UPDATE-BALANCE-CONTROL.
012410     OPEN OUTPUT BALANCE-CONTROL-FILE.
012420     IF CIF-BALCTL-STATUS NOT = '00'
012430         DISPLAY 'BALPROOF - BALANCE CONTROL OPEN FAILED - '
012440             'STATUS ' CIF-BALCTL-STATUS ' - JOB FAILING'
012450         MOVE 16 TO RETURN-CODE
012460         MOVE 'Y' TO CIF-ABORT-SWITCH
012470         GO TO 6000-EXIT
012480     END-IF.
012490     MOVE SPACES            TO BALANCE-CONTROL-RECORD.
012500     MOVE CIF-RUN-DATE      TO CIF-BAL-PROOF-DATE.
012510     MOVE CIF-MASTER-TOTAL  TO CIF-BAL-CLOSE-TOTAL.
012520     MOVE CIF-RECS-READ     TO CIF-BAL-ACCOUNTS.
012530     MOVE CIF-BASE-DATE     TO CIF-BAL-PRIOR-DATE.
012540     MOVE CIF-BASE-TOTAL    TO CIF-BAL-PRIOR-TOTAL.
012550     WRITE BALANCE-CONTROL-RECORD.
012560     IF CIF-BALCTL-STATUS NOT = '00'
012570         DISPLAY 'BALPROOF - BALANCE CONTROL WRITE FAILED - '
012580             'STATUS ' CIF-BALCTL-STATUS ' - JOB FAILING'
012590         MOVE 16 TO RETURN-CODE
012600         MOVE 'Y' TO CIF-ABORT-SWITCH
012610     END-IF.
012620     CLOSE BALANCE-CONTROL-FILE.
012630 6000-EXIT.
012640     EXIT.
012650
012660******************************************************************
012670*   8000-WRITE-REPORT-TOTALS                                     *
012680*   CLOSES THE REPORT WITH THE RUN COUNTS AND SETS THE RETURN    *
012690*   CODE - A DAY THAT DID NOT PROVE FAILS THE JOB.               *
012700******************************************************************
012710 8000-WRITE-REPORT-TOTALS.
012720     MOVE SPACES              TO CIF-REPORT-LINE.
012730     WRITE CIF-REPORT-LINE.
012740
012750     MOVE SPACES                   TO CIF-PRINT-LINE-TOTAL.
012760     MOVE 'ACCOUNTS ON MASTER   :' TO CIF-T-LIT.
012770     MOVE CIF-RECS-READ            TO CIF-T-COUNT.
012780     MOVE CIF-PRINT-LINE-TOTAL TO CIF-REPORT-LINE.
012790     WRITE CIF-REPORT-LINE.
012800
012810     MOVE SPACES                   TO CIF-PRINT-LINE-TOTAL.
012820     MOVE 'JOURNAL ITEMS READ   :' TO CIF-T-LIT.
012830     MOVE CIF-JRN-ITEMS-READ       TO CIF-T-COUNT.
012840     MOVE CIF-PRINT-LINE-TOTAL TO CIF-REPORT-LINE.
012850     WRITE CIF-REPORT-LINE.
012860
012870     MOVE SPACES                   TO CIF-PRINT-LINE-TOTAL.
012880     MOVE 'ITEMS IN PROOF       :' TO CIF-T-LIT.
012890     MOVE CIF-JRN-ITEMS-PROVED     TO CIF-T-COUNT.
012900     MOVE CIF-PRINT-LINE-TOTAL TO CIF-REPORT-LINE.
012910     WRITE CIF-REPORT-LINE.
012920
012930     MOVE SPACES                   TO CIF-PRINT-LINE-TOTAL.
012940     MOVE 'ITEMS NO MASTER      :' TO CIF-T-LIT.
012950     MOVE CIF-JRN-NO-MASTER        TO CIF-T-COUNT.
012960     MOVE CIF-PRINT-LINE-TOTAL TO CIF-REPORT-LINE.
012970     WRITE CIF-REPORT-LINE.
012980
012990     MOVE SPACES                   TO CIF-PRINT-LINE-TOTAL.
013000     MOVE 'GL RECORDS WRITTEN   :' TO CIF-T-LIT.
013010     MOVE CIF-GL-RECS-WRITTEN      TO CIF-T-COUNT.
013020     MOVE CIF-PRINT-LINE-TOTAL TO CIF-REPORT-LINE.
013030     WRITE CIF-REPORT-LINE.
013040
013050     DISPLAY 'BALPROOF - ACCOUNTS READ  : ' CIF-RECS-READ.
013060     DISPLAY 'BALPROOF - ITEMS IN PROOF : ' CIF-JRN-ITEMS-PROVED.
013070     DISPLAY 'BALPROOF - GL RECORDS     : ' CIF-GL-RECS-WRITTEN.
013080
013090     IF CIF-PROOF-OK
013100         MOVE 0 TO RETURN-CODE
013110     ELSE
013120         DISPLAY 'BALANCE PROOF FAILED - MASTER DIFFERS BY '
013130             CIF-DIFFERENCE ' - JOB FAILING'
013140         MOVE 16 TO RETURN-CODE
013150     END-IF.
013160 8000-EXIT.
013170     EXIT.
013180
013190******************************************************************
013200*   9000-TERMINATE                                               *
013210******************************************************************
013220 9000-TERMINATE.
013230     IF CIF-RUNH-STARTED
013240         PERFORM 9100-WRITE-RUN-END THRU 9100-EXIT
013250     END-IF.
013260     IF CIF-CUSTMAST-OPEN
013270         CLOSE CUSTOMER-MASTER
013280     END-IF.
013290     IF CIF-JOURNAL-OPEN
013300         CLOSE JOURNAL-FILE
013310     END-IF.
013320     IF CIF-GLJRNL-OPEN
013330         CLOSE GL-JOURNAL-FILE
013340     END-IF.
013350     IF CIF-REPORT-OPEN
013360         CLOSE REPORT-LISTING
013370     END-IF.
013380 9000-EXIT.
013390     EXIT.
013400
013410******************************************************************
013420*   9100-WRITE-RUN-END                                           *
013430*   APPENDS THIS RUN'S END RECORD - COUNTS AND FINAL RETURN      *
013440*   CODE - AND CLOSES THE RUN-HISTORY FILE.                      *
013450******************************************************************
013460 9100-WRITE-RUN-END.
013470     ACCEPT CIF-END-TIME FROM TIME.
013480     MOVE SPACES              TO RUN-HISTORY-RECORD.
013490     MOVE CIF-MY-PROGRAM-ID   TO CIF-RUNH-PROGRAM-ID.
013500     MOVE 'END'               TO CIF-RUNH-REC-TYPE.
013510     MOVE CIF-RUN-DATE        TO CIF-RUNH-RUN-DATE.
013520     MOVE CIF-END-TIME        TO CIF-RUNH-RUN-TIME.
013530     MOVE CIF-RECS-READ       TO CIF-RUNH-RECS-READ.
013540     MOVE CIF-GL-RECS-WRITTEN TO CIF-RUNH-RECS-WRITTEN.
013550     MOVE ZERO                TO CIF-RUNH-RECS-REJECTED.
013560     MOVE RETURN-CODE         TO CIF-RUNH-RETURN-CODE.
013570     WRITE RUN-HISTORY-RECORD.
013580     CLOSE RUN-HISTORY-FILE.
013590 9100-EXIT.
013600     EXIT.
013610
013620 END PROGRAM BALPROOF.
