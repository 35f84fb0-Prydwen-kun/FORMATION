000290*   09/02/26   JPL   CYCLE SUMMARY NOW ALSO TRACKS THE POSTING   *
000300*                    BATCH (TRNPOST) AND THE WELCOME-LETTER      *
000310*                    RUN (WELCLTR).                              *
000320*   10/15/26   JPL   CYCLE STATUS SECTION DRIVEN BY THE          *
000330*                    NIGHT-CYCLE JOB DEPENDENCY TABLE - EACH     *
000340*                    JOB IS SHOWN COMPLETE, BLOCKED (WITH THE    *
000350*                    PREDECESSOR IT IS WAITING ON) OR NEVER      *
000360*                    STARTED.  A RUN REFUSED WITH RC 20 NOW      *
000370*                    SHOWS AS BLOCKED IN THE CYCLE SUMMARY.      *
000380*                                                                *
000390******************************************************************
000400 IDENTIFICATION DIVISION.
000410 PROGRAM-ID. RUNRPT.
000420
000430 ENVIRONMENT DIVISION.
000440 INPUT-OUTPUT SECTION.
000450 FILE-CONTROL.
000460     SELECT RUN-HISTORY-FILE ASSIGN TO RUNHIST
000470         ORGANIZATION IS LINE SEQUENTIAL
000480         FILE STATUS IS CIF-RUNHIST-STATUS.
000490
000500     SELECT REPORT-LISTING ASSIGN TO RUNLIST
000510         ORGANIZATION IS LINE SEQUENTIAL
000520         FILE STATUS IS CIF-REPORT-STATUS.
000530
000540     SELECT RUN-PARM-FILE ASSIGN TO RUNPARM
000550         ORGANIZATION IS LINE SEQUENTIAL
000560         FILE STATUS IS CIF-RUNPARM-STATUS.
000570
000580     SELECT JOB-DEP-FILE ASSIGN TO JOBDEP
000590         ORGANIZATION IS LINE SEQUENTIAL
000600         FILE STATUS IS CIF-JOBDEP-STATUS.
000610
000620 DATA DIVISION.
000630 FILE SECTION.
000640 FD  RUN-HISTORY-FILE.
000650     COPY RUNHREC.
000660
000670 FD  REPORT-LISTING.
000680 01  CIF-REPORT-LINE             PIC X(80).
000690
000700 FD  RUN-PARM-FILE.
000710     COPY RUNPREC.
000720
000730 FD  JOB-DEP-FILE.
000740     COPY JOBDREC.
000750
000760 WORKING-STORAGE SECTION.
000770 01  CIF-FILE-STATUSES.
000780     05  CIF-RUNPARM-STATUS      PIC X(02) VALUE '00'.
000790     05  CIF-RUNHIST-STATUS      PIC X(02) VALUE '00'.
000800     05  CIF-REPORT-STATUS       PIC X(02) VALUE '00'.
000810     05  CIF-JOBDEP-STATUS       PIC X(02) VALUE '00'.
000820
000830 01  CIF-SWITCHES.
000840     05  CIF-UNATTENDED-SWITCH   PIC X(01) VALUE 'N'.
000850         88  CIF-UNATTENDED                 VALUE 'Y'.
000860     05  CIF-PARM-EOF-SWITCH     PIC X(01) VALUE 'N'.
000870         88  CIF-PARM-EOF                   VALUE 'Y'.
000880     05  CIF-PARM-FOUND-SWITCH   PIC X(01) VALUE 'N'.
000890         88  CIF-PARM-FOUND                 VALUE 'Y'.
000900     05  CIF-EOF-SWITCH          PIC X(01) VALUE 'N'.
000910         88  CIF-EOF                        VALUE 'Y'.
000920     05  CIF-ABORT-SWITCH        PIC X(01) VALUE 'N'.
000930         88  CIF-ABORT                      VALUE 'Y'.
000940     05  CIF-RUNHIST-OPEN-SW     PIC X(01) VALUE 'N'.
000950         88  CIF-RUNHIST-OPEN               VALUE 'Y'.
000960     05  CIF-REPORT-OPEN-SW      PIC X(01) VALUE 'N'.
000970         88  CIF-REPORT-OPEN                VALUE 'Y'.
000980     05  CIF-JOBD-EOF-SWITCH     PIC X(01) VALUE 'N'.
000990         88  CIF-JOBD-EOF                   VALUE 'Y'.
001000     05  CIF-JOBD-LOADED-SW      PIC X(01) VALUE 'N'.
001010         88  CIF-JOBD-LOADED                VALUE 'Y'.
001020     05  CIF-JOB-FOUND-SWITCH    PIC X(01) VALUE 'N'.
001030         88  CIF-JOB-FOUND                  VALUE 'Y'.
001040
001050 01  CIF-COUNTERS.
001060     05  CIF-PARM-IDX            PIC 9(02) COMP VALUE ZERO.
001070     05  CIF-PARM-COUNT          PIC 9(02) COMP VALUE ZERO.
001080     05  CIF-ROWS-READ           PIC 9(06) COMP VALUE ZERO.
001090     05  CIF-ROWS-LISTED         PIC 9(06) COMP VALUE ZERO.
001100     05  CIF-LINE-COUNT          PIC 9(03) COMP VALUE ZERO.
001110     05  CIF-PAGE-NO             PIC 9(04) COMP VALUE ZERO.
001120     05  CIF-PGM-IDX             PIC 9(01) COMP VALUE ZERO.
001130     05  CIF-DEP-IDX             PIC 9(03) COMP VALUE ZERO.
001140     05  CIF-DEP-COUNT           PIC 9(03) COMP VALUE ZERO.
001150     05  CIF-JOB-IDX             PIC 9(02) COMP VALUE ZERO.
001160     05  CIF-JOB-SUB             PIC 9(02) COMP VALUE ZERO.
001170     05  CIF-JOB-SCAN-IDX        PIC 9(02) COMP VALUE ZERO.
001180     05  CIF-JOB-COUNT           PIC 9(02) COMP VALUE ZERO.
001190     05  CIF-JOBS-COMPLETE       PIC 9(02) COMP VALUE ZERO.
001200     05  CIF-JOBS-BLOCKED        PIC 9(02) COMP VALUE ZERO.
001210     05  CIF-JOBS-NOT-STARTED    PIC 9(02) COMP VALUE ZERO.
001220     05  CIF-JOBS-UNFINISHED     PIC 9(02) COMP VALUE ZERO.
001230
001240 01  CIF-MISC-WORK.
001250     05  CIF-MY-PROGRAM-ID       PIC X(10) VALUE 'RUNRPT'.
001260     05  CIF-PARM-WANT-KEY       PIC X(10) VALUE SPACES.
001270     05  CIF-PARM-VALUE-WORK     PIC X(20) VALUE SPACES.
001280     05  CIF-LINES-PER-PAGE      PIC 9(03) VALUE 50.
001290     05  CIF-RUN-DATE            PIC X(08).
001300     05  CIF-REPORT-DATE         PIC X(08) VALUE SPACES.
001310     05  CIF-DATE-EDIT-WORK      PIC X(10).
001320     05  CIF-TIME-EDIT-WORK      PIC X(08).
001330     05  CIF-JOB-WANT-ID         PIC X(10) VALUE SPACES.
001340     05  CIF-WAIT-ON-ID          PIC X(10) VALUE SPACES.
001350
001360******************************************************************
001370*   CYCLE STATUS TABLE - THE PRODUCTION PROGRAMS THAT MAKE UP    *
001380*   THE DAILY CYCLE, IN RUN ORDER.          EACH SLOT REMEMBERS  *
001390*   THE BEST OUTCOME SEEN FOR THE DAY: COMPLETED CLEAN BEATS     *
001400*   FAILED BEATS BLOCKED BEATS STARTED BEATS MISSING.            *
001410******************************************************************
001420 01  CIF-CYCLE-TABLE.
001430     05  CIF-CYCLE-ENTRY OCCURS 5 TIMES.
001440         10  CIF-CY-PROGRAM      PIC X(10).
001450         10  CIF-CY-DESC         PIC X(10).
001460         10  CIF-CY-STATE        PIC X(01).
001470             88  CIF-CY-MISSING             VALUE 'M'.
001480             88  CIF-CY-STARTED             VALUE 'S'.
001490             88  CIF-CY-FAILED              VALUE 'F'.
001500             88  CIF-CY-BLOCKED             VALUE 'B'.
001510             88  CIF-CY-COMPLETE            VALUE 'C'.
001520
001530******************************************************************
001540*   JOB DEPENDENCY TABLE - EVERY PROGRAM AND PREDECESSOR PAIR    *
001550*   FROM THE NIGHT-CYCLE JOB DEPENDENCY FILE, LOADED AT STARTUP  *
001560*   WHEN THE FILE IS PRESENT.                                    *
001570******************************************************************
001580 01  CIF-DEP-TABLE.
001590     05  CIF-DEP-ENTRY OCCURS 100 TIMES.
001600         10  CIF-DEP-PROGRAM-ID  PIC X(10).
001610         10  CIF-DEP-PRED-ID     PIC X(10).
001620
001630******************************************************************
001640*   JOB STATUS TABLE - EACH DISTINCT PROGRAM NAMED IN THE JOB    *
001650*   DEPENDENCY TABLE, AS A JOB OR AS A PREDECESSOR, WITH THE     *
001660*   OUTCOME OF ITS LATEST RUN ON THE REPORT DAY.                 *
001670******************************************************************
001680 01  CIF-JOB-TABLE.
001690     05  CIF-JOB-ENTRY OCCURS 40 TIMES.
001700         10  CIF-JOB-PROGRAM     PIC X(10).
001710         10  CIF-JOB-STATE       PIC X(01).
001720             88  CIF-JOB-MISSING            VALUE 'M'.
001730             88  CIF-JOB-STARTED            VALUE 'S'.
001740             88  CIF-JOB-FAILED             VALUE 'F'.
001750             88  CIF-JOB-BLOCKED            VALUE 'B'.
001760             88  CIF-JOB-COMPLETE           VALUE 'C'.
001770
001780******************************************************************
001790*   PRINT LINE - A SINGLE 80-BYTE PRINT AREA REDEFINED BELOW     *
001800*   INTO THE LAYOUTS ACTUALLY MOVED TO CIF-REPORT-LINE.          *
001810******************************************************************
001820 01  CIF-PRINT-LINE                  PIC X(80) VALUE SPACES.
001830
001840 01  CIF-PRINT-LINE-HEAD-1 REDEFINES CIF-PRINT-LINE.
001850     05  CIF-H1-FILLER-1             PIC X(25).
001860     05  CIF-H1-TITLE                PIC X(30).
001870     05  CIF-H1-FILLER-2             PIC X(05).
001880     05  CIF-H1-PAGE-LIT             PIC X(05).
001890     05  CIF-H1-PAGE-NO              PIC ZZZ9.
001900     05  CIF-H1-FILLER-3             PIC X(11).
001910
001920 01  CIF-PRINT-LINE-HEAD-2 REDEFINES CIF-PRINT-LINE.
001930     05  CIF-H2-FILLER-1             PIC X(25).
001940     05  CIF-H2-DATE-LIT             PIC X(10).
001950     05  CIF-H2-RUN-DATE             PIC X(10).
001960     05  CIF-H2-FILLER-2             PIC X(35).
001970
001980 01  CIF-PRINT-LINE-HEAD-3 REDEFINES CIF-PRINT-LINE.
001990     05  CIF-H3-PGM-LIT              PIC X(12).
002000     05  CIF-H3-TYPE-LIT             PIC X(07).
002010     05  CIF-H3-TIME-LIT             PIC X(10).
002020     05  CIF-H3-READ-LIT             PIC X(09).
002030     05  CIF-H3-WRIT-LIT             PIC X(10).
002040     05  CIF-H3-REJ-LIT              PIC X(10).
002050     05  CIF-H3-RC-LIT               PIC X(04).
002060     05  CIF-H3-FILLER-1             PIC X(18).
002070
002080 01  CIF-PRINT-LINE-DETAIL REDEFINES CIF-PRINT-LINE.
002090     05  CIF-D-PROGRAM               PIC X(10).
002100     05  CIF-D-FILLER-1              PIC X(02).
002110     05  CIF-D-TYPE                  PIC X(05).
002120     05  CIF-D-FILLER-2              PIC X(02).
002130     05  CIF-D-TIME                  PIC X(08).
002140     05  CIF-D-FILLER-3              PIC X(02).
002150     05  CIF-D-READ                  PIC ZZZ,ZZ9.
002160     05  CIF-D-FILLER-4              PIC X(03).
002170     05  CIF-D-WRITTEN               PIC ZZZ,ZZ9.
002180     05  CIF-D-FILLER-5              PIC X(03).
002190     05  CIF-D-REJECTED              PIC ZZZ,ZZ9.
002200     05  CIF-D-FILLER-6              PIC X(02).
002210     05  CIF-D-RC                    PIC X(02).
002220     05  CIF-D-FILLER-7              PIC X(20).
002230
002240 01  CIF-PRINT-LINE-SUMMARY REDEFINES CIF-PRINT-LINE.
002250     05  CIF-S-DESC                  PIC X(10).
002260     05  CIF-S-FILLER-1              PIC X(02).
002270     05  CIF-S-PROGRAM               PIC X(10).
002280     05  CIF-S-FILLER-2              PIC X(02).
002290     05  CIF-S-STATE                 PIC X(20).
002300     05  CIF-S-FILLER-3              PIC X(36).
002310
002320 01  CIF-PRINT-LINE-JOB-STATUS REDEFINES CIF-PRINT-LINE.
002330     05  CIF-J-PROGRAM               PIC X(10).
002340     05  CIF-J-FILLER-1              PIC X(02).
002350     05  CIF-J-STATE                 PIC X(20).
002360     05  CIF-J-FILLER-2              PIC X(02).
002370     05  CIF-J-WAIT-ON               PIC X(10).
002380     05  CIF-J-FILLER-4              PIC X(12).
002390     05  CIF-J-FILLER-3              PIC X(24).
002400
002410
002420******************************************************************
002430*   RUN PARAMETER TABLE                                          *
002440*   THE ANSWERS FOR THIS PROGRAM FROM THE NIGHT-CYCLE RUN        *
002450*   PARAMETER FILE, LOADED AT STARTUP WHEN THE FILE IS PRESENT.  *
002460******************************************************************
002470 01  CIF-PARM-TABLE.
002480     05  CIF-PARM-ENTRY OCCURS 10 TIMES.
002490         10  CIF-PTBL-KEYWORD    PIC X(10).
002500         10  CIF-PTBL-VALUE      PIC X(20).
002510 PROCEDURE DIVISION.
002520******************************************************************
002530*   0000-MAINLINE                                                *
002540******************************************************************
002550 0000-MAINLINE.
002560     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002570     IF NOT CIF-ABORT
002580         PERFORM 2000-PROCESS-HISTORY-ROW THRU 2000-EXIT
002590             UNTIL CIF-EOF
002600         PERFORM 8000-WRITE-CYCLE-SUMMARY THRU 8000-EXIT
002610     END-IF.
002620     PERFORM 9000-TERMINATE THRU 9000-EXIT.
002630     STOP RUN.
002640
002650******************************************************************
002660*   1000-INITIALIZE                                              *
002670*   ACCEPTS THE REPORT DATE (BLANK MEANS TODAY), PRIMES THE      *
002680*   CYCLE STATUS TABLE, LOADS THE JOB DEPENDENCY TABLE, AND      *
002690*   OPENS THE FILES.                                             *
002700******************************************************************
002710 1000-INITIALIZE.
002720     ACCEPT CIF-RUN-DATE FROM DATE YYYYMMDD.
002730     PERFORM 1010-LOAD-RUN-PARMS THRU 1010-EXIT.
002740     IF CIF-UNATTENDED
002750         MOVE 'RPTDATE' TO CIF-PARM-WANT-KEY
002760         PERFORM 1020-FIND-RUN-PARM THRU 1020-EXIT
002770         IF NOT CIF-PARM-FOUND
002780             PERFORM 1030-PARM-MISSING THRU 1030-EXIT
002790             GO TO 1000-EXIT
002800         END-IF
002810         MOVE CIF-PARM-VALUE-WORK(1:8) TO CIF-REPORT-DATE
002820     ELSE
002830         DISPLAY 'ENTER REPORT DATE (YYYYMMDD, BLANK = TODAY) : '
002840         ACCEPT CIF-REPORT-DATE
002850     END-IF.
002860     IF CIF-REPORT-DATE = SPACES
002870         MOVE CIF-RUN-DATE TO CIF-REPORT-DATE
002880     END-IF.
002890     IF CIF-REPORT-DATE(1:8) IS NOT NUMERIC
002900         DISPLAY 'RUNRPT - REPORT DATE NOT NUMERIC - '
002910             CIF-REPORT-DATE
002920         MOVE 16 TO RETURN-CODE
002930         MOVE 'Y' TO CIF-ABORT-SWITCH
002940         GO TO 1000-EXIT
002950     END-IF.
002960
002970     MOVE 'COBOL_TEST' TO CIF-CY-PROGRAM (1).
002980     MOVE 'INTAKE'     TO CIF-CY-DESC (1).
002990     MOVE 'CUSTLIST'   TO CIF-CY-PROGRAM (2).
003000     MOVE 'LISTING'    TO CIF-CY-DESC (2).
003010     MOVE 'ACCTXTR'    TO CIF-CY-PROGRAM (3).
003020     MOVE 'EXTRACT'    TO CIF-CY-DESC (3).
003030     MOVE 'TRNPOST'    TO CIF-CY-PROGRAM (4).
003040     MOVE 'POSTING'    TO CIF-CY-DESC (4).
003050     MOVE 'WELCLTR'    TO CIF-CY-PROGRAM (5).
003060     MOVE 'LETTERS'    TO CIF-CY-DESC (5).
003070     MOVE 'M' TO CIF-CY-STATE (1).
003080     MOVE 'M' TO CIF-CY-STATE (2).
003090     MOVE 'M' TO CIF-CY-STATE (3).
003100     MOVE 'M' TO CIF-CY-STATE (4).
003110     MOVE 'M' TO CIF-CY-STATE (5).
003120
003130     PERFORM 1050-LOAD-JOB-DEPENDENCIES THRU 1050-EXIT.
003140     IF CIF-ABORT
003150         GO TO 1000-EXIT
003160     END-IF.
003170
003180     OPEN INPUT RUN-HISTORY-FILE.
003190     IF CIF-RUNHIST-STATUS NOT = '00'
003200         DISPLAY 'RUNRPT - RUN-HISTORY OPEN FAILED - STATUS '
003210             CIF-RUNHIST-STATUS
003220         MOVE 16 TO RETURN-CODE
003230         MOVE 'Y' TO CIF-ABORT-SWITCH
003240         GO TO 1000-EXIT
003250     END-IF.
003260     MOVE 'Y' TO CIF-RUNHIST-OPEN-SW.
003270
003280     OPEN OUTPUT REPORT-LISTING.
003290     IF CIF-REPORT-STATUS NOT = '00'
003300         DISPLAY 'RUNRPT - REPORT OPEN FAILED - STATUS '
003310             CIF-REPORT-STATUS
003320         MOVE 16 TO RETURN-CODE
003330         MOVE 'Y' TO CIF-ABORT-SWITCH
003340         GO TO 1000-EXIT
003350     END-IF.
003360     MOVE 'Y' TO CIF-REPORT-OPEN-SW.
003370
003380     PERFORM 1100-READ-HISTORY-ROW THRU 1100-EXIT.
003390 1000-EXIT.
003400     EXIT.
003410
003420******************************************************************
003430*   1010-LOAD-RUN-PARMS                                          *
003440*   LOOKS FOR THE NIGHT-CYCLE RUN PARAMETER FILE.  WHEN IT IS    *
003450*   PRESENT THE RUN IS UNATTENDED AND EVERY CONSOLE ANSWER IS    *
003460*   TAKEN FROM THE ROWS CARRYING THIS PROGRAM'S NAME; WHEN IT    *
003470*   IS ABSENT THE RUN PROMPTS AT THE CONSOLE AS BEFORE.          *
003480******************************************************************
003490 1010-LOAD-RUN-PARMS.
003500     MOVE ZERO TO CIF-PARM-COUNT.
003510     MOVE 'N' TO CIF-PARM-EOF-SWITCH.
003520     OPEN INPUT RUN-PARM-FILE.
003530     IF CIF-RUNPARM-STATUS NOT = '00'
003540         GO TO 1010-EXIT
003550     END-IF.
003560     MOVE 'Y' TO CIF-UNATTENDED-SWITCH.
003570     DISPLAY 'RUNRPT - UNATTENDED MODE - ANSWERS FROM '
003580         'RUN PARAMETER FILE'.
003590     PERFORM 1015-READ-RUN-PARM THRU 1015-EXIT
003600         UNTIL CIF-PARM-EOF.
003610     CLOSE RUN-PARM-FILE.
003620 1010-EXIT.
003630     EXIT.
003640
003650******************************************************************
003660*   1015-READ-RUN-PARM                                           *
003670*   READS ONE RUN PARAMETER ROW, KEEPING THE ROWS ADDRESSED TO   *
003680*   THIS PROGRAM.                                                *
003690******************************************************************
003700 1015-READ-RUN-PARM.
003710     READ RUN-PARM-FILE
003720         AT END
003730             MOVE 'Y' TO CIF-PARM-EOF-SWITCH
003740         NOT AT END
003750             IF CIF-PRM-PROGRAM-ID = CIF-MY-PROGRAM-ID
003760                 IF CIF-PARM-COUNT < 10
003770                     ADD 1 TO CIF-PARM-COUNT
003780                     MOVE CIF-PRM-KEYWORD
003790                         TO CIF-PTBL-KEYWORD (CIF-PARM-COUNT)
003800                     MOVE CIF-PRM-VALUE
003810                         TO CIF-PTBL-VALUE (CIF-PARM-COUNT)
003820                 END-IF
003830             END-IF
003840     END-READ.
003850     IF NOT CIF-PARM-EOF
003860         IF CIF-RUNPARM-STATUS NOT = '00'
003870             DISPLAY 'RUNRPT - RUN PARAMETER READ FAILED '
003880                 '- STATUS ' CIF-RUNPARM-STATUS
003890             MOVE 'Y' TO CIF-PARM-EOF-SWITCH
003900         END-IF
003910     END-IF.
003920 1015-EXIT.
003930     EXIT.
003940
003950******************************************************************
003960*   1020-FIND-RUN-PARM                                           *
003970*   SEARCHES THE PARAMETER TABLE FOR THE KEYWORD IN              *
003980*   CIF-PARM-WANT-KEY, LEAVING ITS VALUE IN                      *
003990*   CIF-PARM-VALUE-WORK WHEN FOUND.                              *
004000******************************************************************
004010 1020-FIND-RUN-PARM.
004020     MOVE 'N' TO CIF-PARM-FOUND-SWITCH.
004030     MOVE SPACES TO CIF-PARM-VALUE-WORK.
004040     PERFORM 1025-MATCH-RUN-PARM THRU 1025-EXIT
004050         VARYING CIF-PARM-IDX FROM 1 BY 1
004060         UNTIL CIF-PARM-IDX > CIF-PARM-COUNT OR CIF-PARM-FOUND.
004070 1020-EXIT.
004080     EXIT.
004090
004100******************************************************************
004110*   1025-MATCH-RUN-PARM                                          *
004120*   COMPARES ONE PARAMETER TABLE ENTRY AGAINST THE KEYWORD       *
004130*   WANTED.                                                      *
004140******************************************************************
004150 1025-MATCH-RUN-PARM.
004160     IF CIF-PTBL-KEYWORD (CIF-PARM-IDX) = CIF-PARM-WANT-KEY
004170         MOVE 'Y' TO CIF-PARM-FOUND-SWITCH
004180         MOVE CIF-PTBL-VALUE (CIF-PARM-IDX)
004190             TO CIF-PARM-VALUE-WORK
004200     END-IF.
004210 1025-EXIT.
004220     EXIT.
004230
004240******************************************************************
004250*   1030-PARM-MISSING                                            *
004260*   FAILS THE JOB WITH RETURN CODE 12 WHEN A REQUIRED RUN        *
004270*   PARAMETER IS MISSING FROM AN UNATTENDED RUN.                 *
004280******************************************************************
004290 1030-PARM-MISSING.
004300     DISPLAY 'RUNRPT - REQUIRED RUN PARAMETER '
004310         CIF-PARM-WANT-KEY ' MISSING - JOB FAILING'.
004320     MOVE 12 TO RETURN-CODE.
004330     MOVE 'Y' TO CIF-ABORT-SWITCH.
004340 1030-EXIT.
004350     EXIT.
004360
004370******************************************************************
004380*   1050-LOAD-JOB-DEPENDENCIES                                   *
004390*   LOADS THE NIGHT-CYCLE JOB DEPENDENCY TABLE, AND BUILDS THE   *
004400*   JOB STATUS TABLE FROM THE PROGRAMS IT NAMES.  WHEN THE FILE  *
004410*   IS ABSENT THE CYCLE STATUS SECTION IS NOT PRODUCED.          *
004420******************************************************************
004430 1050-LOAD-JOB-DEPENDENCIES.
004440     MOVE ZERO TO CIF-DEP-COUNT.
004450     MOVE ZERO TO CIF-JOB-COUNT.
004460     MOVE 'N' TO CIF-JOBD-EOF-SWITCH.
004470     OPEN INPUT JOB-DEP-FILE.
004480     IF CIF-JOBDEP-STATUS NOT = '00'
004490         GO TO 1050-EXIT
004500     END-IF.
004510     MOVE 'Y' TO CIF-JOBD-LOADED-SW.
004520     PERFORM 1055-READ-JOB-DEPENDENCY THRU 1055-EXIT
004530         UNTIL CIF-JOBD-EOF.
004540     CLOSE JOB-DEP-FILE.
004550 1050-EXIT.
004560     EXIT.
004570
004580******************************************************************
004590*   1055-READ-JOB-DEPENDENCY                                     *
004600*   READS ONE JOB DEPENDENCY ROW INTO THE DEPENDENCY TABLE AND   *
004610*   ENTERS BOTH PROGRAMS IT NAMES IN THE JOB STATUS TABLE.  A    *
004620*   READ ERROR OR A TABLE OVERFLOW FAILS THE JOB WITH RC 16.     *
004630******************************************************************
004640 1055-READ-JOB-DEPENDENCY.
004650     READ JOB-DEP-FILE
004660         AT END
004670             MOVE 'Y' TO CIF-JOBD-EOF-SWITCH
004680     END-READ.
004690     IF CIF-JOBD-EOF
004700         GO TO 1055-EXIT
004710     END-IF.
004720     IF CIF-JOBDEP-STATUS NOT = '00'
004730         DISPLAY 'RUNRPT - JOB DEPENDENCY READ FAILED - STATUS '
004740             CIF-JOBDEP-STATUS
004750         MOVE 16 TO RETURN-CODE
004760         MOVE 'Y' TO CIF-ABORT-SWITCH
004770         MOVE 'Y' TO CIF-JOBD-EOF-SWITCH
004780         GO TO 1055-EXIT
004790     END-IF.
004800     IF CIF-JOBD-PROGRAM-ID = SPACES OR CIF-JOBD-PRED-ID = SPACES
004810         GO TO 1055-EXIT
004820     END-IF.
004830     IF CIF-DEP-COUNT NOT < 100
004840         DISPLAY 'RUNRPT - JOB DEPENDENCY TABLE FULL AT 100 ROWS'
004850         MOVE 16 TO RETURN-CODE
004860         MOVE 'Y' TO CIF-ABORT-SWITCH
004870         MOVE 'Y' TO CIF-JOBD-EOF-SWITCH
004880         GO TO 1055-EXIT
004890     END-IF.
004900     ADD 1 TO CIF-DEP-COUNT.
004910     MOVE CIF-JOBD-PROGRAM-ID
004920         TO CIF-DEP-PROGRAM-ID (CIF-DEP-COUNT).
004930     MOVE CIF-JOBD-PRED-ID
004940         TO CIF-DEP-PRED-ID (CIF-DEP-COUNT).
004950
004960     MOVE CIF-JOBD-PROGRAM-ID TO CIF-JOB-WANT-ID.
004970     PERFORM 1060-ADD-JOB THRU 1060-EXIT.
004980     IF CIF-ABORT
004990         GO TO 1055-EXIT
005000     END-IF.
005010     MOVE CIF-JOBD-PRED-ID TO CIF-JOB-WANT-ID.
005020     PERFORM 1060-ADD-JOB THRU 1060-EXIT.
005030 1055-EXIT.
005040     EXIT.
005050
005060******************************************************************
005070*   1060-ADD-JOB                                                 *
005080*   ENTERS THE PROGRAM IN CIF-JOB-WANT-ID IN THE JOB STATUS      *
005090*   TABLE, AS MISSING FOR THE DAY, UNLESS IT IS ALREADY THERE.   *
005100******************************************************************
005110 1060-ADD-JOB.
005120     PERFORM 1065-FIND-JOB THRU 1065-EXIT.
005130     IF CIF-JOB-FOUND
005140         GO TO 1060-EXIT
005150     END-IF.
005160     IF CIF-JOB-COUNT NOT < 40
005170         DISPLAY 'RUNRPT - JOB STATUS TABLE FULL AT 40 PROGRAMS'
005180         MOVE 16 TO RETURN-CODE
005190         MOVE 'Y' TO CIF-ABORT-SWITCH
005200         MOVE 'Y' TO CIF-JOBD-EOF-SWITCH
005210         GO TO 1060-EXIT
005220     END-IF.
005230     ADD 1 TO CIF-JOB-COUNT.
005240     MOVE CIF-JOB-WANT-ID TO CIF-JOB-PROGRAM (CIF-JOB-COUNT).
005250     MOVE 'M'             TO CIF-JOB-STATE (CIF-JOB-COUNT).
005260 1060-EXIT.
005270     EXIT.
005280
005290******************************************************************
005300*   1065-FIND-JOB                                                *
005310*   SEARCHES THE JOB STATUS TABLE FOR THE PROGRAM IN             *
005320*   CIF-JOB-WANT-ID, LEAVING ITS SLOT IN CIF-JOB-SUB WHEN FOUND. *
005330******************************************************************
005340 1065-FIND-JOB.
005350     MOVE 'N' TO CIF-JOB-FOUND-SWITCH.
005360     MOVE ZERO TO CIF-JOB-SUB.
005370     PERFORM 1070-MATCH-JOB THRU 1070-EXIT
005380         VARYING CIF-JOB-SCAN-IDX FROM 1 BY 1
005390         UNTIL CIF-JOB-SCAN-IDX > CIF-JOB-COUNT OR CIF-JOB-FOUND.
005400 1065-EXIT.
005410     EXIT.
005420
005430******************************************************************
005440*   1070-MATCH-JOB                                               *
005450*   COMPARES ONE JOB STATUS TABLE ENTRY AGAINST THE PROGRAM      *
005460*   WANTED.                                                      *
005470******************************************************************
005480 1070-MATCH-JOB.
005490     IF CIF-JOB-PROGRAM (CIF-JOB-SCAN-IDX) = CIF-JOB-WANT-ID
005500         MOVE 'Y' TO CIF-JOB-FOUND-SWITCH
005510         MOVE CIF-JOB-SCAN-IDX TO CIF-JOB-SUB
005520     END-IF.
005530 1070-EXIT.
005540     EXIT.
005550
005560******************************************************************
005570*   1100-READ-HISTORY-ROW                                        *
005580******************************************************************
005590 1100-READ-HISTORY-ROW.
005600     READ RUN-HISTORY-FILE
005610         AT END
005620             MOVE 'Y' TO CIF-EOF-SWITCH
005630         NOT AT END
005640             ADD 1 TO CIF-ROWS-READ
005650     END-READ.
005660     IF NOT CIF-EOF
005670         IF CIF-RUNHIST-STATUS NOT = '00'
005680             DISPLAY 'RUNRPT - RUN-HISTORY READ FAILED - STATUS '
005690                 CIF-RUNHIST-STATUS ' - REPORT INCOMPLETE'
005700             MOVE 16 TO RETURN-CODE
005710             MOVE 'Y' TO CIF-EOF-SWITCH
005720         END-IF
005730     END-IF.
005740 1100-EXIT.
005750     EXIT.
005760
005770******************************************************************
005780*   2000-PROCESS-HISTORY-ROW                                     *
005790*   LISTS THE ROW WHEN IT BELONGS TO THE REPORT DATE AND FOLDS   *
005800*   IT INTO THE CYCLE STATUS AND JOB STATUS TABLES.              *
005810******************************************************************
005820 2000-PROCESS-HISTORY-ROW.
005830     IF CIF-RUNH-RUN-DATE = CIF-REPORT-DATE
005840         PERFORM 2100-WRITE-DETAIL THRU 2100-EXIT
005850         PERFORM 2200-FOLD-CYCLE-STATE THRU 2200-EXIT
005860             VARYING CIF-PGM-IDX FROM 1 BY 1
005870             UNTIL CIF-PGM-IDX > 5
005880         IF CIF-JOBD-LOADED
005890             PERFORM 2300-FOLD-JOB-STATE THRU 2300-EXIT
005900         END-IF
005910     END-IF.
005920     PERFORM 1100-READ-HISTORY-ROW THRU 1100-EXIT.
005930 2000-EXIT.
005940     EXIT.
005950
005960******************************************************************
005970*   2100-WRITE-DETAIL                                            *
005980*   LISTS ONE RUN-HISTORY ROW.                                   *
005990******************************************************************
006000 2100-WRITE-DETAIL.
006010     IF CIF-LINE-COUNT >= CIF-LINES-PER-PAGE OR CIF-PAGE-NO = 0
006020         PERFORM 4000-WRITE-HEADINGS THRU 4000-EXIT
006030     END-IF.
006040
006050     MOVE CIF-RUNH-RUN-TIME(1:2) TO CIF-TIME-EDIT-WORK(1:2).
006060     MOVE ':'                    TO CIF-TIME-EDIT-WORK(3:1).
006070     MOVE CIF-RUNH-RUN-TIME(3:2) TO CIF-TIME-EDIT-WORK(4:2).
006080     MOVE ':'                    TO CIF-TIME-EDIT-WORK(6:1).
006090     MOVE CIF-RUNH-RUN-TIME(5:2) TO CIF-TIME-EDIT-WORK(7:2).
006100
006110     MOVE SPACES                 TO CIF-PRINT-LINE-DETAIL.
006120     MOVE CIF-RUNH-PROGRAM-ID    TO CIF-D-PROGRAM.
006130     MOVE CIF-RUNH-REC-TYPE      TO CIF-D-TYPE.
006140     MOVE CIF-TIME-EDIT-WORK     TO CIF-D-TIME.
006150     IF CIF-RUNH-END
006160         MOVE CIF-RUNH-RECS-READ     TO CIF-D-READ
006170         MOVE CIF-RUNH-RECS-WRITTEN  TO CIF-D-WRITTEN
006180         MOVE CIF-RUNH-RECS-REJECTED TO CIF-D-REJECTED
006190         MOVE CIF-RUNH-RETURN-CODE   TO CIF-D-RC
006200     END-IF.
006210     MOVE CIF-PRINT-LINE-DETAIL  TO CIF-REPORT-LINE.
006220     WRITE CIF-REPORT-LINE.
006230     ADD 1 TO CIF-LINE-COUNT.
006240     ADD 1 TO CIF-ROWS-LISTED.
006250 2100-EXIT.
006260     EXIT.
006270
006280******************************************************************
006290*   2200-FOLD-CYCLE-STATE                                        *
006300*   FOLDS THE ROW IN HAND INTO ONE CYCLE TABLE SLOT.  A CLEAN    *
006310*   END MARKS THE PROGRAM COMPLETE FOR THE DAY; A FAILED END     *
006320*   MARKS IT FAILED UNLESS A CLEAN END WAS ALREADY SEEN; AN END  *
006330*   WITH RC 20 MEANS THE PROGRAM REFUSED TO RUN BECAUSE A        *
006340*   PREDECESSOR HAD NOT ENDED CLEAN, AND MARKS IT BLOCKED UNLESS *
006350*   IT HAS ALREADY COMPLETED OR FAILED; A START ALONE MEANS THE  *
006360*   PROGRAM BEGAN BUT NEVER FINISHED.                            *
006370******************************************************************
006380 2200-FOLD-CYCLE-STATE.
006390     IF CIF-RUNH-PROGRAM-ID NOT = CIF-CY-PROGRAM (CIF-PGM-IDX)
006400         GO TO 2200-EXIT
006410     END-IF.
006420
006430     IF CIF-RUNH-END
006440         IF CIF-RUNH-RETURN-CODE = ZERO
006450             MOVE 'C' TO CIF-CY-STATE (CIF-PGM-IDX)
006460         ELSE
006470             IF CIF-RUNH-RETURN-CODE = 20
006480                 IF NOT CIF-CY-COMPLETE (CIF-PGM-IDX)
006490                     AND NOT CIF-CY-FAILED (CIF-PGM-IDX)
006500                     MOVE 'B' TO CIF-CY-STATE (CIF-PGM-IDX)
006510                 END-IF
006520             ELSE
006530                 IF NOT CIF-CY-COMPLETE (CIF-PGM-IDX)
006540                     MOVE 'F' TO CIF-CY-STATE (CIF-PGM-IDX)
006550                 END-IF
006560             END-IF
006570         END-IF
006580     ELSE
006590         IF CIF-CY-MISSING (CIF-PGM-IDX)
006600             MOVE 'S' TO CIF-CY-STATE (CIF-PGM-IDX)
006610         END-IF
006620     END-IF.
006630 2200-EXIT.
006640     EXIT.
006650
006660******************************************************************
006670*   2300-FOLD-JOB-STATE                                          *
006680*   FOLDS THE ROW IN HAND INTO THE JOB STATUS TABLE.  UNLIKE THE *
006690*   CYCLE STATUS TABLE, EACH END ROW REPLACES THE STATE LEFT BY  *
006700*   AN EARLIER ONE, SO THE PROGRAM'S LATEST RUN DECIDES, AS IT   *
006710*   DOES IN THE PREDECESSOR CHECK THE PROGRAMS THEMSELVES MAKE - *
006720*   A CLEAN RUN FOLLOWED BY A FAILED RERUN SHOWS FAILED.  A      *
006730*   START ROW ONLY MARKS A PROGRAM NOT YET SEEN.  PROGRAMS NOT   *
006740*   NAMED IN THE JOB DEPENDENCY TABLE ARE IGNORED.               *
006750******************************************************************
006760 2300-FOLD-JOB-STATE.
006770     MOVE CIF-RUNH-PROGRAM-ID TO CIF-JOB-WANT-ID.
006780     PERFORM 1065-FIND-JOB THRU 1065-EXIT.
006790     IF NOT CIF-JOB-FOUND
006800         GO TO 2300-EXIT
006810     END-IF.
006820
006830     IF CIF-RUNH-END
006840         IF CIF-RUNH-RETURN-CODE = ZERO
006850             MOVE 'C' TO CIF-JOB-STATE (CIF-JOB-SUB)
006860         ELSE
006870             IF CIF-RUNH-RETURN-CODE = 20
006880                 MOVE 'B' TO CIF-JOB-STATE (CIF-JOB-SUB)
006890             ELSE
006900                 MOVE 'F' TO CIF-JOB-STATE (CIF-JOB-SUB)
006910             END-IF
006920         END-IF
006930     ELSE
006940         IF CIF-JOB-MISSING (CIF-JOB-SUB)
006950             MOVE 'S' TO CIF-JOB-STATE (CIF-JOB-SUB)
006960         END-IF
006970     END-IF.
006980 2300-EXIT.
006990     EXIT.
007000
007010******************************************************************
007020*   4000-WRITE-HEADINGS                                          *
007030******************************************************************
007040 4000-WRITE-HEADINGS.
007050     ADD 1 TO CIF-PAGE-NO.
007060
007070     MOVE SPACES                  TO CIF-PRINT-LINE-HEAD-1.
007080     MOVE 'DAILY OPERATIONS RUN SUMMARY' TO CIF-H1-TITLE.
007090     MOVE 'PAGE '                       TO CIF-H1-PAGE-LIT.
007100     MOVE CIF-PAGE-NO                   TO CIF-H1-PAGE-NO.
007110     MOVE CIF-PRINT-LINE-HEAD-1    TO CIF-REPORT-LINE.
007120     WRITE CIF-REPORT-LINE.
007130
007140     MOVE CIF-REPORT-DATE(5:2) TO CIF-DATE-EDIT-WORK(1:2).
007150     MOVE '/'                  TO CIF-DATE-EDIT-WORK(3:1).
007160     MOVE CIF-REPORT-DATE(7:2) TO CIF-DATE-EDIT-WORK(4:2).
007170     MOVE '/'                  TO CIF-DATE-EDIT-WORK(6:1).
007180     MOVE CIF-REPORT-DATE(1:4) TO CIF-DATE-EDIT-WORK(7:4).
007190
007200     MOVE SPACES                  TO CIF-PRINT-LINE-HEAD-2.
007210     MOVE 'RUN DATE: '                  TO CIF-H2-DATE-LIT.
007220     MOVE CIF-DATE-EDIT-WORK             TO CIF-H2-RUN-DATE.
007230     MOVE CIF-PRINT-LINE-HEAD-2    TO CIF-REPORT-LINE.
007240     WRITE CIF-REPORT-LINE.
007250
007260     MOVE SPACES                  TO CIF-REPORT-LINE.
007270     WRITE CIF-REPORT-LINE.
007280
007290     MOVE SPACES                  TO CIF-PRINT-LINE-HEAD-3.
007300     MOVE 'PROGRAM'      TO CIF-H3-PGM-LIT.
007310     MOVE 'TYPE'         TO CIF-H3-TYPE-LIT.
007320     MOVE 'TIME'         TO CIF-H3-TIME-LIT.
007330     MOVE '    READ'     TO CIF-H3-READ-LIT.
007340     MOVE '   WRITTEN'   TO CIF-H3-WRIT-LIT.
007350     MOVE '  REJECTED'   TO CIF-H3-REJ-LIT.
007360     MOVE '  RC'         TO CIF-H3-RC-LIT.
007370     MOVE CIF-PRINT-LINE-HEAD-3    TO CIF-REPORT-LINE.
007380     WRITE CIF-REPORT-LINE.
007390
007400     MOVE ZERO TO CIF-LINE-COUNT.
007410 4000-EXIT.
007420     EXIT.
007430
007440******************************************************************
007450*   8000-WRITE-CYCLE-SUMMARY                                     *
007460*   CLOSES THE REPORT WITH ONE LINE PER CYCLE STEP SAYING        *
007470*   WHETHER IT COMPLETED CLEAN, FAILED, WAS BLOCKED, STARTED     *
007480*   WITHOUT FINISHING, OR NEVER RAN AT ALL, FOLLOWED BY THE      *
007490*   CYCLE STATUS SECTION.                                        *
007500******************************************************************
007510 8000-WRITE-CYCLE-SUMMARY.
007520     IF CIF-PAGE-NO = 0
007530         PERFORM 4000-WRITE-HEADINGS THRU 4000-EXIT
007540     END-IF.
007550
007560     MOVE SPACES TO CIF-REPORT-LINE.
007570     WRITE CIF-REPORT-LINE.
007580
007590     PERFORM 8100-WRITE-SUMMARY-LINE THRU 8100-EXIT
007600         VARYING CIF-PGM-IDX FROM 1 BY 1
007610         UNTIL CIF-PGM-IDX > 5.
007620
007630     PERFORM 8200-WRITE-CYCLE-STATUS THRU 8200-EXIT.
007640
007650     DISPLAY 'RUNRPT - HISTORY ROWS READ   : ' CIF-ROWS-READ.
007660     DISPLAY 'RUNRPT - ROWS FOR REPORT DAY : ' CIF-ROWS-LISTED.
007670 8000-EXIT.
007680     EXIT.
007690
007700******************************************************************
007710*   8100-WRITE-SUMMARY-LINE                                      *
007720*   WRITES ONE CYCLE SUMMARY LINE AND ECHOES IT TO THE CONSOLE.  *
007730******************************************************************
007740 8100-WRITE-SUMMARY-LINE.
007750     MOVE SPACES TO CIF-PRINT-LINE-SUMMARY.
007760     MOVE CIF-CY-DESC (CIF-PGM-IDX)    TO CIF-S-DESC.
007770     MOVE CIF-CY-PROGRAM (CIF-PGM-IDX) TO CIF-S-PROGRAM.
007780     IF CIF-CY-COMPLETE (CIF-PGM-IDX)
007790         MOVE 'COMPLETED CLEAN'    TO CIF-S-STATE
007800     ELSE
007810         IF CIF-CY-FAILED (CIF-PGM-IDX)
007820             MOVE 'FAILED'         TO CIF-S-STATE
007830         ELSE
007840             IF CIF-CY-BLOCKED (CIF-PGM-IDX)
007850                 MOVE 'BLOCKED'        TO CIF-S-STATE
007860             ELSE
007870                 IF CIF-CY-STARTED (CIF-PGM-IDX)
007880                     MOVE 'DID NOT FINISH' TO CIF-S-STATE
007890                 ELSE
007900                     MOVE 'DID NOT RUN'    TO CIF-S-STATE
007910                 END-IF
007920             END-IF
007930         END-IF
007940     END-IF.
007950     MOVE CIF-PRINT-LINE-SUMMARY TO CIF-REPORT-LINE.
007960     WRITE CIF-REPORT-LINE.
007970     ADD 1 TO CIF-LINE-COUNT.
007980     DISPLAY CIF-S-DESC ' ' CIF-S-PROGRAM ' ' CIF-S-STATE.
007990 8100-EXIT.
008000     EXIT.
008010
008020******************************************************************
008030*   8200-WRITE-CYCLE-STATUS                                      *
008040*   WRITES ONE LINE PER PROGRAM IN THE JOB DEPENDENCY TABLE      *
008050*   SAYING WHETHER IT IS COMPLETE, BLOCKED BY A PREDECESSOR, OR  *
008060*   NEVER STARTED, AND ECHOES THE COUNTS TO THE CONSOLE.         *
008070******************************************************************
008080 8200-WRITE-CYCLE-STATUS.
008090     MOVE SPACES TO CIF-REPORT-LINE.
008100     WRITE CIF-REPORT-LINE.
008110     IF NOT CIF-JOBD-LOADED
008120         MOVE 'CYCLE STATUS NOT AVAILABLE - NO DEPENDENCY TABLE'
008130             TO CIF-REPORT-LINE
008140         WRITE CIF-REPORT-LINE
008150         ADD 2 TO CIF-LINE-COUNT
008160         DISPLAY 'RUNRPT - NO JOB DEPENDENCY TABLE - '
008170             'CYCLE STATUS NOT PRODUCED'
008180         GO TO 8200-EXIT
008190     END-IF.
008200
008210     MOVE SPACES              TO CIF-PRINT-LINE-JOB-STATUS.
008220     MOVE 'CYCLE STATUS'      TO CIF-PRINT-LINE-JOB-STATUS(1:12).
008230     MOVE CIF-PRINT-LINE-JOB-STATUS TO CIF-REPORT-LINE.
008240     WRITE CIF-REPORT-LINE.
008250     MOVE SPACES              TO CIF-PRINT-LINE-JOB-STATUS.
008260     MOVE 'PROGRAM'           TO CIF-J-PROGRAM.
008270     MOVE 'STATUS'            TO CIF-J-STATE.
008280     MOVE 'WAITING ON'        TO CIF-J-WAIT-ON.
008290     MOVE CIF-PRINT-LINE-JOB-STATUS TO CIF-REPORT-LINE.
008300     WRITE CIF-REPORT-LINE.
008310     ADD 3 TO CIF-LINE-COUNT.
008320
008330     PERFORM 8300-WRITE-JOB-STATUS THRU 8300-EXIT
008340         VARYING CIF-JOB-IDX FROM 1 BY 1
008350         UNTIL CIF-JOB-IDX > CIF-JOB-COUNT.
008360
008370     DISPLAY 'RUNRPT - JOBS COMPLETE       : ' CIF-JOBS-COMPLETE.
008380     DISPLAY 'RUNRPT - JOBS BLOCKED        : ' CIF-JOBS-BLOCKED.
008390     DISPLAY 'RUNRPT - JOBS NEVER STARTED  : '
008400         CIF-JOBS-NOT-STARTED.
008410     DISPLAY 'RUNRPT - JOBS FAILED/UNFIN.  : '
008420         CIF-JOBS-UNFINISHED.
008430 8200-EXIT.
008440     EXIT.
008450
008460******************************************************************
008470*   8300-WRITE-JOB-STATUS                                        *
008480*   WRITES ONE CYCLE STATUS LINE.  A JOB THAT HAS NOT COMPLETED, *
008490*   FAILED OR STARTED IS BLOCKED WHILE ANY OF ITS PREDECESSORS   *
008500*   HAS NOT COMPLETED CLEAN, AND THE FIRST SUCH PREDECESSOR IS   *
008510*   SHOWN.  A JOB REFUSED EARLIER WHOSE PREDECESSORS HAVE SINCE  *
008520*   COMPLETED IS SHOWN READY TO RERUN AND COUNTED WITH THE JOBS  *
008530*   NOT YET STARTED.                                             *
008540******************************************************************
008550 8300-WRITE-JOB-STATUS.
008560     MOVE SPACES TO CIF-PRINT-LINE-JOB-STATUS.
008570     MOVE CIF-JOB-PROGRAM (CIF-JOB-IDX) TO CIF-J-PROGRAM.
008580     IF CIF-JOB-COMPLETE (CIF-JOB-IDX)
008590         MOVE 'COMPLETE'           TO CIF-J-STATE
008600         ADD 1 TO CIF-JOBS-COMPLETE
008610     ELSE
008620         IF CIF-JOB-FAILED (CIF-JOB-IDX)
008630             MOVE 'FAILED'         TO CIF-J-STATE
008640             ADD 1 TO CIF-JOBS-UNFINISHED
008650         ELSE
008660             IF CIF-JOB-STARTED (CIF-JOB-IDX)
008670                 MOVE 'DID NOT FINISH' TO CIF-J-STATE
008680                 ADD 1 TO CIF-JOBS-UNFINISHED
008690             ELSE
008700                 PERFORM 8320-CHECK-WAITING THRU 8320-EXIT
008710             END-IF
008720         END-IF
008730     END-IF.
008740     MOVE CIF-PRINT-LINE-JOB-STATUS TO CIF-REPORT-LINE.
008750     WRITE CIF-REPORT-LINE.
008760     ADD 1 TO CIF-LINE-COUNT.
008770     DISPLAY CIF-J-PROGRAM ' ' CIF-J-STATE ' ' CIF-J-WAIT-ON.
008780 8300-EXIT.
008790     EXIT.
008800
008810******************************************************************
008820*   8310-CHECK-PREDECESSOR                                       *
008830*   WHEN THE DEPENDENCY ROW BELONGS TO THE JOB IN HAND AND ITS   *
008840*   PREDECESSOR HAS NOT COMPLETED CLEAN, REMEMBERS THAT          *
008850*   PREDECESSOR AS THE ONE THE JOB IS WAITING ON.                *
008860******************************************************************
008870 8310-CHECK-PREDECESSOR.
008880     IF CIF-DEP-PROGRAM-ID (CIF-DEP-IDX)
008890             NOT = CIF-JOB-PROGRAM (CIF-JOB-IDX)
008900         GO TO 8310-EXIT
008910     END-IF.
008920     MOVE CIF-DEP-PRED-ID (CIF-DEP-IDX) TO CIF-JOB-WANT-ID.
008930     PERFORM 1065-FIND-JOB THRU 1065-EXIT.
008940     IF CIF-JOB-FOUND
008950         IF NOT CIF-JOB-COMPLETE (CIF-JOB-SUB)
008960             MOVE CIF-JOB-WANT-ID TO CIF-WAIT-ON-ID
008970         END-IF
008980     END-IF.
008990 8310-EXIT.
009000     EXIT.
009010
009020******************************************************************
009030*   8320-CHECK-WAITING                                           *
009040*   FOR A JOB THAT HAS NOT COMPLETED, FAILED OR STARTED, LOOKS   *
009050*   FOR THE FIRST PREDECESSOR NOT YET COMPLETE.  WITH ONE THE    *
009060*   JOB IS BLOCKED; WITHOUT ONE IT IS READY TO RERUN IF IT WAS   *
009070*   REFUSED EARLIER, OTHERWISE NEVER STARTED.                    *
009080******************************************************************
009090 8320-CHECK-WAITING.
009100     MOVE SPACES TO CIF-WAIT-ON-ID.
009110     PERFORM 8310-CHECK-PREDECESSOR THRU 8310-EXIT
009120         VARYING CIF-DEP-IDX FROM 1 BY 1
009130         UNTIL CIF-DEP-IDX > CIF-DEP-COUNT
009140            OR CIF-WAIT-ON-ID NOT = SPACES.
009150     IF CIF-WAIT-ON-ID NOT = SPACES
009160         MOVE 'BLOCKED'            TO CIF-J-STATE
009170         MOVE CIF-WAIT-ON-ID       TO CIF-J-WAIT-ON
009180         ADD 1 TO CIF-JOBS-BLOCKED
009190     ELSE
009200         IF CIF-JOB-BLOCKED (CIF-JOB-IDX)
009210             MOVE 'READY TO RERUN' TO CIF-J-STATE
009220         ELSE
009230             MOVE 'NEVER STARTED'  TO CIF-J-STATE
009240         END-IF
009250         ADD 1 TO CIF-JOBS-NOT-STARTED
009260     END-IF.
009270 8320-EXIT.
009280     EXIT.
009290
009300******************************************************************
009310*   9000-TERMINATE                                               *
009320******************************************************************
009330 9000-TERMINATE.
009340     IF CIF-RUNHIST-OPEN
009350         CLOSE RUN-HISTORY-FILE
009360     END-IF.
009370     IF CIF-REPORT-OPEN
009380         CLOSE REPORT-LISTING
009390     END-IF.
009400 9000-EXIT.
009410     EXIT.
009420
009430 END PROGRAM RUNRPT.
