000230*   MODIFICATION HISTORY                                        *
000240*   DATE       INIT  DESCRIPTION                                *
000250*   09/02/26   JPL   ORIGINAL PROGRAM.                          *
000260*   10/15/26   JPL   CUSTOMERS WHOSE ADDRESS IS FLAGGED         *
000270*                    UNDELIVERABLE ARE HELD BACK AND COUNTED ON *
000280*                    THE REGISTER - THEY ARE LETTERED ONCE THE  *
000290*                    ADDRESS IS CORRECTED.                      *
000300*   10/15/26   JPL   CHECKS THE NIGHT-CYCLE JOB DEPENDENCY      *
000310*                    TABLE AT STARTUP AND REFUSES TO RUN, WITH  *
000320*                    RC 20, UNTIL EVERY PREDECESSOR HAS ENDED   *
000330*                    CLEAN TODAY.  A REFUSED RUN IS LOGGED ON   *
000340*                    THE RUN-HISTORY FILE.                      *
000350*                                                                *
000360******************************************************************
000370 IDENTIFICATION DIVISION.
000380 PROGRAM-ID. WELCLTR.
000390
000400 ENVIRONMENT DIVISION.
000410 INPUT-OUTPUT SECTION.
000420 FILE-CONTROL.
000430     SELECT CUSTOMER-MASTER ASSIGN TO CUSTMAST
000440         ORGANIZATION IS INDEXED
000450         ACCESS MODE IS DYNAMIC
000460         RECORD KEY IS CIF-CUST-KEY
000470         ALTERNATE RECORD KEY IS CIF-CUST-NAME
000480             WITH DUPLICATES
000490         FILE STATUS IS CIF-CUSTMAST-STATUS.
000500
000510     SELECT LETTER-FILE ASSIGN TO LTRFILE
000520         ORGANIZATION IS LINE SEQUENTIAL
000530         FILE STATUS IS CIF-LETTER-STATUS.
000540
000550     SELECT REPORT-LISTING ASSIGN TO LTRREG
000560         ORGANIZATION IS LINE SEQUENTIAL
000570         FILE STATUS IS CIF-REPORT-STATUS.
000580
000590     SELECT RUN-HISTORY-FILE ASSIGN TO RUNHIST
000600         ORGANIZATION IS LINE SEQUENTIAL
000610         FILE STATUS IS CIF-RUNHIST-STATUS.
000620
000630     SELECT JOB-DEP-FILE ASSIGN TO JOBDEP
000640         ORGANIZATION IS LINE SEQUENTIAL
000650         FILE STATUS IS CIF-JOBDEP-STATUS.
000660
000670     SELECT RUN-PARM-FILE ASSIGN TO RUNPARM
000680         ORGANIZATION IS LINE SEQUENTIAL
000690         FILE STATUS IS CIF-RUNPARM-STATUS.
000700
000710 DATA DIVISION.
000720 FILE SECTION.
000730 FD  CUSTOMER-MASTER.
000740     COPY CUSTREC.
000750
000760 FD  LETTER-FILE.
000770 01  CIF-LETTER-LINE             PIC X(80).
000780
000790 FD  REPORT-LISTING.
000800 01  CIF-REPORT-LINE             PIC X(80).
000810
000820 FD  RUN-HISTORY-FILE.
000830     COPY RUNHREC.
000840
000850 FD  JOB-DEP-FILE.
000860     COPY JOBDREC.
000870
000880 FD  RUN-PARM-FILE.
000890     COPY RUNPREC.
000900
000910 WORKING-STORAGE SECTION.
000920******************************************************************
000930*   FILE STATUS FIELDS                                          *
000940******************************************************************
000950 01  CIF-FILE-STATUSES.
000960     05  CIF-CUSTMAST-STATUS     PIC X(02) VALUE '00'.
000970     05  CIF-LETTER-STATUS       PIC X(02) VALUE '00'.
000980     05  CIF-REPORT-STATUS       PIC X(02) VALUE '00'.
000990     05  CIF-RUNHIST-STATUS      PIC X(02) VALUE '00'.
001000     05  CIF-JOBDEP-STATUS       PIC X(02) VALUE '00'.
001010     05  CIF-RUNPARM-STATUS      PIC X(02) VALUE '00'.
001020
001030******************************************************************
001040*   SWITCHES                                                    *
001050******************************************************************
001060 01  CIF-SWITCHES.
001070     05  CIF-EOF-SWITCH          PIC X(01) VALUE 'N'.
001080         88  CIF-EOF                        VALUE 'Y'.
001090     05  CIF-ABORT-SWITCH        PIC X(01) VALUE 'N'.
001100         88  CIF-ABORT                      VALUE 'Y'.
001110     05  CIF-CUSTMAST-OPEN-SW    PIC X(01) VALUE 'N'.
001120         88  CIF-CUSTMAST-OPEN              VALUE 'Y'.
001130     05  CIF-LETTER-OPEN-SW      PIC X(01) VALUE 'N'.
001140         88  CIF-LETTER-OPEN                VALUE 'Y'.
001150     05  CIF-REPORT-OPEN-SW      PIC X(01) VALUE 'N'.
001160         88  CIF-REPORT-OPEN                VALUE 'Y'.
001170     05  CIF-RUNH-EOF-SWITCH     PIC X(01) VALUE 'N'.
001180         88  CIF-RUNH-EOF                   VALUE 'Y'.
001190     05  CIF-RUNH-DONE-SWITCH    PIC X(01) VALUE 'N'.
001200         88  CIF-RUNH-DONE-TODAY            VALUE 'Y'.
001210     05  CIF-RUNH-STARTED-SWITCH PIC X(01) VALUE 'N'.
001220         88  CIF-RUNH-STARTED               VALUE 'Y'.
001230     05  CIF-JOBD-EOF-SWITCH     PIC X(01) VALUE 'N'.
001240         88  CIF-JOBD-EOF                   VALUE 'Y'.
001250     05  CIF-UNATTENDED-SWITCH   PIC X(01) VALUE 'N'.
001260         88  CIF-UNATTENDED                 VALUE 'Y'.
001270     05  CIF-PARM-EOF-SWITCH     PIC X(01) VALUE 'N'.
001280         88  CIF-PARM-EOF                   VALUE 'Y'.
001290     05  CIF-PARM-FOUND-SWITCH   PIC X(01) VALUE 'N'.
001300         88  CIF-PARM-FOUND                 VALUE 'Y'.
001310
001320******************************************************************
001330*   BATCH COUNTERS                                               *
001340******************************************************************
001350 01  CIF-COUNTERS.
001360     05  CIF-RECS-READ           PIC 9(06) COMP VALUE ZERO.
001370     05  CIF-LETTERS-PRODUCED    PIC 9(06) COMP VALUE ZERO.
001380     05  CIF-RECS-MARKED         PIC 9(06) COMP VALUE ZERO.
001390     05  CIF-LETTERS-HELD        PIC 9(06) COMP VALUE ZERO.
001400     05  CIF-LINE-COUNT          PIC 9(03) COMP VALUE ZERO.
001410     05  CIF-PAGE-NO             PIC 9(04) COMP VALUE ZERO.
001420     05  CIF-LTR-COUNT           PIC 9(04) COMP VALUE ZERO.
001430     05  CIF-LTR-IDX             PIC 9(04) COMP VALUE ZERO.
001440     05  CIF-PARM-IDX            PIC 9(02) COMP VALUE ZERO.
001450     05  CIF-PARM-COUNT          PIC 9(02) COMP VALUE ZERO.
001460     05  CIF-PRED-IDX            PIC 9(02) COMP VALUE ZERO.
001470     05  CIF-PRED-COUNT          PIC 9(02) COMP VALUE ZERO.
001480     05  CIF-PREDS-BLOCKING      PIC 9(02) COMP VALUE ZERO.
001490
001500******************************************************************
001510*   MISCELLANEOUS WORKING FIELDS                                 *
001520******************************************************************
001530 01  CIF-MISC-WORK.
001540     05  CIF-LINES-PER-PAGE      PIC 9(03) VALUE 50.
001550     05  CIF-RUN-DATE            PIC X(08).
001560     05  CIF-RUN-DATE-EDIT       PIC X(10).
001570     05  CIF-MY-PROGRAM-ID       PIC X(10) VALUE 'WELCLTR'.
001580     05  CIF-START-TIME          PIC X(08).
001590     05  CIF-END-TIME            PIC X(08).
001600     05  CIF-RESPONSE            PIC X(01) VALUE SPACE.
001610     05  CIF-LTR-MAX             PIC 9(04) VALUE 2000.
001620     05  CIF-PARM-WANT-KEY       PIC X(10) VALUE SPACES.
001630     05  CIF-PARM-VALUE-WORK     PIC X(20) VALUE SPACES.
001640
001650******************************************************************
001660*   LETTERED-ACCOUNT TABLE                                       *
001670*   THE ACCOUNTS LETTERED IN PASS 1 ARE HELD HERE SO PASS 2      *
001680*   CAN MARK THEM ON THE MASTER ONLY AFTER THE WHOLE LETTER      *
001690*   FILE AND REGISTER HAVE WRITTEN CLEAN.  SHOULD A SINGLE RUN   *
001700*   EVER EXCEED THE TABLE, THE RUN FAILS BEFORE PRODUCING A      *
001710*   LETTER IT COULD NOT MARK.                                    *
001720******************************************************************
001730 01  CIF-LETTERED-TABLE.
001740     05  CIF-LTR-ACCT OCCURS 2000 TIMES PIC 9(09).
001750
001760******************************************************************
001770*   CITY/STATE/ZIP LETTER LINE                                   *
001780******************************************************************
001790 01  CIF-CSZ-LINE.
001800     05  CIF-CSZ-CITY            PIC X(20).
001810     05  FILLER                  PIC X(01) VALUE SPACE.
001820     05  CIF-CSZ-STATE           PIC X(02).
001830     05  FILLER                  PIC X(01) VALUE SPACE.
001840     05  CIF-CSZ-ZIP             PIC X(05).
001850     05  FILLER                  PIC X(51) VALUE SPACES.
001860
001870******************************************************************
001880*   PRINT LINE - A SINGLE 80-BYTE PRINT AREA REDEFINED BELOW     *
001890*   INTO THE REGISTER HEADING, DETAIL AND TOTAL LAYOUTS.         *
001900******************************************************************
001910 01  CIF-PRINT-LINE                  PIC X(80) VALUE SPACES.
001920
001930 01  CIF-PRINT-LINE-HEAD-1 REDEFINES CIF-PRINT-LINE.
001940     05  CIF-H1-FILLER-1             PIC X(25).
001950     05  CIF-H1-TITLE                PIC X(30).
001960     05  CIF-H1-FILLER-2             PIC X(05).
001970     05  CIF-H1-PAGE-LIT             PIC X(05).
001980     05  CIF-H1-PAGE-NO              PIC ZZZ9.
001990     05  CIF-H1-FILLER-3             PIC X(11).
002000
002010 01  CIF-PRINT-LINE-HEAD-2 REDEFINES CIF-PRINT-LINE.
002020     05  CIF-H2-FILLER-1             PIC X(25).
002030     05  CIF-H2-DATE-LIT             PIC X(10).
002040     05  CIF-H2-RUN-DATE             PIC X(10).
002050     05  CIF-H2-FILLER-2             PIC X(35).
002060
002070 01  CIF-PRINT-LINE-HEAD-3 REDEFINES CIF-PRINT-LINE.
002080     05  CIF-H3-ACCT-LIT             PIC X(11).
002090     05  CIF-H3-NAME-LIT             PIC X(32).
002100     05  CIF-H3-BRANCH-LIT           PIC X(08).
002110     05  CIF-H3-FILLER-1             PIC X(29).
002120
002130 01  CIF-PRINT-LINE-DETAIL REDEFINES CIF-PRINT-LINE.
002140     05  CIF-D-ACCT-NO               PIC 9(09).
002150     05  CIF-D-FILLER-1              PIC X(02).
002160     05  CIF-D-NAME                  PIC X(30).
002170     05  CIF-D-FILLER-2              PIC X(02).
002180     05  CIF-D-BRANCH                PIC X(04).
002190     05  CIF-D-FILLER-3              PIC X(33).
002200
002210 01  CIF-PRINT-LINE-TOTAL REDEFINES CIF-PRINT-LINE.
002220     05  CIF-T-FILLER-1              PIC X(10).
002230     05  CIF-T-LIT                   PIC X(20).
002240     05  CIF-T-COUNT                 PIC ZZZ,ZZ9.
002250     05  CIF-T-FILLER-2              PIC X(43).
002260
002270******************************************************************
002280*   PREDECESSOR TABLE                                            *
002290*   THE JOBS THAT MUST HAVE ENDED CLEAN TODAY BEFORE THIS        *
002300*   PROGRAM MAY RUN, FROM THE NIGHT-CYCLE JOB DEPENDENCY TABLE.  *
002310******************************************************************
002320 01  CIF-PRED-TABLE.
002330     05  CIF-PRED-ENTRY OCCURS 10 TIMES.
002340         10  CIF-PRED-PROGRAM-ID PIC X(10).
002350         10  CIF-PRED-CLEAN-SW   PIC X(01).
002360             88  CIF-PRED-CLEAN             VALUE 'Y'.
002370
002380******************************************************************
002390*   RUN PARAMETER TABLE                                          *
002400*   THE ANSWERS FOR THIS PROGRAM FROM THE NIGHT-CYCLE RUN        *
002410*   PARAMETER FILE, LOADED AT STARTUP WHEN THE FILE IS PRESENT.  *
002420******************************************************************
002430 01  CIF-PARM-TABLE.
002440     05  CIF-PARM-ENTRY OCCURS 10 TIMES.
002450         10  CIF-PTBL-KEYWORD    PIC X(10).
002460         10  CIF-PTBL-VALUE      PIC X(20).
002470
002480 PROCEDURE DIVISION.
002490******************************************************************
002500*   0000-MAINLINE                                                *
002510*   TOP-LEVEL CONTROL - THE LETTER PASS, THE REGISTER TOTALS,    *
002520*   AND THE MARKING PASS RUN ONLY AFTER EVERYTHING WROTE CLEAN.  *
002530******************************************************************
002540 0000-MAINLINE.
002550     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002560     IF NOT CIF-ABORT
002570         PERFORM 2000-PROCESS-RECORD THRU 2000-EXIT
002580             UNTIL CIF-EOF
002590         IF NOT CIF-ABORT
002600             PERFORM 8000-WRITE-REGISTER-TOTALS THRU 8000-EXIT
002610         END-IF
002620         IF NOT CIF-ABORT
002630             PERFORM 8500-MARK-LETTERED THRU 8500-EXIT
002640         END-IF
002650     END-IF.
002660     PERFORM 9000-TERMINATE THRU 9000-EXIT.
002670     STOP RUN.
002680
002690******************************************************************
002700*   1000-INITIALIZE                                              *
002710*   OPENS THE MASTER FOR UPDATE, THE LETTER FILE AND THE         *
002720*   REGISTER.                                                    *
002730******************************************************************
002740 1000-INITIALIZE.
002750     ACCEPT CIF-RUN-DATE FROM DATE YYYYMMDD.
002760     ACCEPT CIF-START-TIME FROM TIME.
002770     PERFORM 1010-LOAD-RUN-PARMS THRU 1010-EXIT.
002780     PERFORM 1090-CHECK-RUN-HISTORY THRU 1090-EXIT.
002790     IF CIF-ABORT
002800         GO TO 1000-EXIT
002810     END-IF.
002820     PERFORM 1092-CHECK-PREDECESSORS THRU 1092-EXIT.
002830     PERFORM 1095-WRITE-RUN-START THRU 1095-EXIT.
002840     IF CIF-ABORT
002850         GO TO 1000-EXIT
002860     END-IF.
002870     MOVE CIF-RUN-DATE(5:2) TO CIF-RUN-DATE-EDIT(1:2).
002880     MOVE '/'               TO CIF-RUN-DATE-EDIT(3:1).
002890     MOVE CIF-RUN-DATE(7:2) TO CIF-RUN-DATE-EDIT(4:2).
002900     MOVE '/'               TO CIF-RUN-DATE-EDIT(6:1).
002910     MOVE CIF-RUN-DATE(1:4) TO CIF-RUN-DATE-EDIT(7:4).
002920
002930     OPEN I-O CUSTOMER-MASTER.
002940     IF CIF-CUSTMAST-STATUS NOT = '00'
002950         DISPLAY 'WELCLTR - CUSTOMER-MASTER OPEN FAILED - '
002960             'STATUS ' CIF-CUSTMAST-STATUS
002970         MOVE 16 TO RETURN-CODE
002980         MOVE 'Y' TO CIF-ABORT-SWITCH
002990         GO TO 1000-EXIT
003000     END-IF.
003010     MOVE 'Y' TO CIF-CUSTMAST-OPEN-SW.
003020
003030     OPEN OUTPUT LETTER-FILE.
003040     IF CIF-LETTER-STATUS NOT = '00'
003050         DISPLAY 'WELCLTR - LETTER FILE OPEN FAILED - STATUS '
003060             CIF-LETTER-STATUS
003070         MOVE 16 TO RETURN-CODE
003080         MOVE 'Y' TO CIF-ABORT-SWITCH
003090         GO TO 1000-EXIT
003100     END-IF.
003110     MOVE 'Y' TO CIF-LETTER-OPEN-SW.
003120
003130     OPEN OUTPUT REPORT-LISTING.
003140     IF CIF-REPORT-STATUS NOT = '00'
003150         DISPLAY 'WELCLTR - REGISTER OPEN FAILED - STATUS '
003160             CIF-REPORT-STATUS
003170         MOVE 16 TO RETURN-CODE
003180         MOVE 'Y' TO CIF-ABORT-SWITCH
003190         GO TO 1000-EXIT
003200     END-IF.
003210     MOVE 'Y' TO CIF-REPORT-OPEN-SW.
003220
003230     PERFORM 1100-READ-CUSTOMER THRU 1100-EXIT.
003240 1000-EXIT.
003250     EXIT.
003260
003270******************************************************************
003280*   1010-LOAD-RUN-PARMS                                          *
003290*   LOOKS FOR THE NIGHT-CYCLE RUN PARAMETER FILE.  WHEN IT IS    *
003300*   PRESENT THE RUN IS UNATTENDED AND EVERY CONSOLE ANSWER IS    *
003310*   TAKEN FROM THE ROWS CARRYING THIS PROGRAM'S NAME; WHEN IT    *
003320*   IS ABSENT THE RUN PROMPTS AT THE CONSOLE AS BEFORE.          *
003330******************************************************************
003340 1010-LOAD-RUN-PARMS.
003350     MOVE ZERO TO CIF-PARM-COUNT.
003360     MOVE 'N' TO CIF-PARM-EOF-SWITCH.
003370     OPEN INPUT RUN-PARM-FILE.
003380     IF CIF-RUNPARM-STATUS NOT = '00'
003390         GO TO 1010-EXIT
003400     END-IF.
003410     MOVE 'Y' TO CIF-UNATTENDED-SWITCH.
003420     DISPLAY 'WELCLTR - UNATTENDED MODE - ANSWERS FROM '
003430         'RUN PARAMETER FILE'.
003440     PERFORM 1015-READ-RUN-PARM THRU 1015-EXIT
003450         UNTIL CIF-PARM-EOF.
003460     CLOSE RUN-PARM-FILE.
003470 1010-EXIT.
003480     EXIT.
003490
003500******************************************************************
003510*   1015-READ-RUN-PARM                                           *
003520*   READS ONE RUN PARAMETER ROW, KEEPING THE ROWS ADDRESSED TO   *
003530*   THIS PROGRAM.                                                *
003540******************************************************************
003550 1015-READ-RUN-PARM.
003560     READ RUN-PARM-FILE
003570         AT END
003580             MOVE 'Y' TO CIF-PARM-EOF-SWITCH
003590         NOT AT END
003600             IF CIF-PRM-PROGRAM-ID = CIF-MY-PROGRAM-ID
003610                 IF CIF-PARM-COUNT < 10
003620                     ADD 1 TO CIF-PARM-COUNT
003630                     MOVE CIF-PRM-KEYWORD
003640                         TO CIF-PTBL-KEYWORD (CIF-PARM-COUNT)
003650                     MOVE CIF-PRM-VALUE
003660                         TO CIF-PTBL-VALUE (CIF-PARM-COUNT)
003670                 END-IF
003680             END-IF
003690     END-READ.
003700     IF NOT CIF-PARM-EOF
003710         IF CIF-RUNPARM-STATUS NOT = '00'
003720             DISPLAY 'WELCLTR - RUN PARAMETER READ FAILED '
003730                 '- STATUS ' CIF-RUNPARM-STATUS
003740             MOVE 'Y' TO CIF-PARM-EOF-SWITCH
003750         END-IF
003760     END-IF.
003770 1015-EXIT.
003780     EXIT.
003790
003800******************************************************************
003810*   1020-FIND-RUN-PARM                                           *
003820*   SEARCHES THE PARAMETER TABLE FOR THE KEYWORD IN              *
003830*   CIF-PARM-WANT-KEY, LEAVING ITS VALUE IN                      *
003840*   CIF-PARM-VALUE-WORK WHEN FOUND.                              *
003850******************************************************************
003860 1020-FIND-RUN-PARM.
003870     MOVE 'N' TO CIF-PARM-FOUND-SWITCH.
003880     MOVE SPACES TO CIF-PARM-VALUE-WORK.
003890     PERFORM 1025-MATCH-RUN-PARM THRU 1025-EXIT
003900         VARYING CIF-PARM-IDX FROM 1 BY 1
003910         UNTIL CIF-PARM-IDX > CIF-PARM-COUNT OR CIF-PARM-FOUND.
003920 1020-EXIT.
003930     EXIT.
003940
003950******************************************************************
003960*   1025-MATCH-RUN-PARM                                          *
003970*   COMPARES ONE PARAMETER TABLE ENTRY AGAINST THE KEYWORD       *
003980*   WANTED.                                                      *
003990******************************************************************
004000 1025-MATCH-RUN-PARM.
004010     IF CIF-PTBL-KEYWORD (CIF-PARM-IDX) = CIF-PARM-WANT-KEY
004020         MOVE 'Y' TO CIF-PARM-FOUND-SWITCH
004030         MOVE CIF-PTBL-VALUE (CIF-PARM-IDX)
004040             TO CIF-PARM-VALUE-WORK
004050     END-IF.
004060 1025-EXIT.
004070     EXIT.
004080
004090******************************************************************
004100*   1030-PARM-MISSING                                            *
004110*   FAILS THE JOB WITH RETURN CODE 12 WHEN A REQUIRED RUN        *
004120*   PARAMETER IS MISSING FROM AN UNATTENDED RUN.                 *
004130******************************************************************
004140 1030-PARM-MISSING.
004150     DISPLAY 'WELCLTR - REQUIRED RUN PARAMETER '
004160         CIF-PARM-WANT-KEY ' MISSING - JOB FAILING'.
004170     MOVE 12 TO RETURN-CODE.
004180     MOVE 'Y' TO CIF-ABORT-SWITCH.
004190 1030-EXIT.
004200     EXIT.
004210
004220******************************************************************
004230*   1090-CHECK-RUN-HISTORY                                       *
004240*   SCANS THE SHARED RUN-HISTORY FILE FOR AN END RECORD SHOWING  *
004250*   THIS PROGRAM ALREADY COMPLETED CLEAN TODAY, AND WARNS THE    *
004260*   OPERATOR BEFORE LETTING THE JOB RUN AGAIN.                   *
004270******************************************************************
004280 1090-CHECK-RUN-HISTORY.
004290     MOVE 'N' TO CIF-RUNH-EOF-SWITCH.
004300     MOVE 'N' TO CIF-RUNH-DONE-SWITCH.
004310     OPEN INPUT RUN-HISTORY-FILE.
004320     IF CIF-RUNHIST-STATUS NOT = '00'
004330         GO TO 1090-EXIT
004340     END-IF.
004350     PERFORM 1091-READ-RUN-HISTORY THRU 1091-EXIT
004360         UNTIL CIF-RUNH-EOF.
004370     CLOSE RUN-HISTORY-FILE.
004380
004390     IF CIF-RUNH-DONE-TODAY
004400         IF CIF-UNATTENDED
004410             MOVE 'RERUN' TO CIF-PARM-WANT-KEY
004420             PERFORM 1020-FIND-RUN-PARM THRU 1020-EXIT
004430             IF NOT CIF-PARM-FOUND
004440                 PERFORM 1030-PARM-MISSING THRU 1030-EXIT
004450                 GO TO 1090-EXIT
004460             END-IF
004470             MOVE CIF-PARM-VALUE-WORK(1:1) TO CIF-RESPONSE
004480         ELSE
004490             DISPLAY 'WELCLTR ALREADY COMPLETED CLEAN TODAY '
004500                 '- RUN AGAIN (Y/N) ? '
004510             ACCEPT CIF-RESPONSE
004520         END-IF
004530         IF CIF-RESPONSE NOT = 'Y' AND CIF-RESPONSE NOT = 'y'
004540             DISPLAY 'RUN CANCELLED BY OPERATOR'
004550             MOVE 8 TO RETURN-CODE
004560             MOVE 'Y' TO CIF-ABORT-SWITCH
004570         END-IF
004580     END-IF.
004590 1090-EXIT.
004600     EXIT.
004610
004620******************************************************************
004630*   1091-READ-RUN-HISTORY                                        *
004640*   READS ONE RUN-HISTORY RECORD OF THE STARTUP CHECK.           *
004650******************************************************************
004660 1091-READ-RUN-HISTORY.
004670     READ RUN-HISTORY-FILE
004680         AT END
004690             MOVE 'Y' TO CIF-RUNH-EOF-SWITCH
004700         NOT AT END
004710             IF CIF-RUNH-PROGRAM-ID = CIF-MY-PROGRAM-ID AND
004720                     CIF-RUNH-END AND
004730                     CIF-RUNH-RUN-DATE = CIF-RUN-DATE AND
004740                     CIF-RUNH-RETURN-CODE = ZERO
004750                 MOVE 'Y' TO CIF-RUNH-DONE-SWITCH
004760             END-IF
004770     END-READ.
004780     IF NOT CIF-RUNH-EOF
004790         IF CIF-RUNHIST-STATUS NOT = '00'
004800             DISPLAY 'WELCLTR - RUN-HISTORY READ FAILED - '
004810                 'STATUS ' CIF-RUNHIST-STATUS
004820                 ' - STARTUP CHECK INCOMPLETE'
004830             MOVE 'Y' TO CIF-RUNH-EOF-SWITCH
004840         END-IF
004850     END-IF.
004860 1091-EXIT.
004870     EXIT.
004880
004890******************************************************************
004900*   1092-CHECK-PREDECESSORS                                      *
004910*   LOOKS UP THIS PROGRAM'S REQUIRED PREDECESSORS ON THE NIGHT-  *
004920*   CYCLE JOB DEPENDENCY TABLE AND PROVES EACH ONE HAS AN END    *
004930*   RECORD ON THE RUN-HISTORY FILE FOR TODAY WITH RETURN CODE    *
004940*   ZERO.  ANY THAT HAS NOT IS NAMED ON THE CONSOLE AND THE RUN  *
004950*   IS REFUSED WITH RETURN CODE 20.  WITHOUT THE TABLE, OR WITH  *
004960*   NO ROWS FOR THIS PROGRAM, THERE IS NOTHING TO WAIT FOR.      *
004970******************************************************************
004980 1092-CHECK-PREDECESSORS.
004990     MOVE ZERO TO CIF-PRED-COUNT.
005000     MOVE ZERO TO CIF-PREDS-BLOCKING.
005010     MOVE 'N' TO CIF-JOBD-EOF-SWITCH.
005020     OPEN INPUT JOB-DEP-FILE.
005030     IF CIF-JOBDEP-STATUS NOT = '00'
005040         GO TO 1092-EXIT
005050     END-IF.
005060     PERFORM 1093-READ-JOB-DEPENDENCY THRU 1093-EXIT
005070         UNTIL CIF-JOBD-EOF.
005080     CLOSE JOB-DEP-FILE.
005090     IF CIF-ABORT OR CIF-PRED-COUNT = ZERO
005100         GO TO 1092-EXIT
005110     END-IF.
005120
005130     MOVE 'N' TO CIF-RUNH-EOF-SWITCH.
005140     OPEN INPUT RUN-HISTORY-FILE.
005150     IF CIF-RUNHIST-STATUS = '00'
005160         PERFORM 1094-READ-PRED-HISTORY THRU 1094-EXIT
005170             UNTIL CIF-RUNH-EOF
005180         CLOSE RUN-HISTORY-FILE
005190     END-IF.
005200     PERFORM 1097-REPORT-PREDECESSOR THRU 1097-EXIT
005210         VARYING CIF-PRED-IDX FROM 1 BY 1
005220         UNTIL CIF-PRED-IDX > CIF-PRED-COUNT.
005230     IF CIF-PREDS-BLOCKING > ZERO
005240         DISPLAY 'WELCLTR - PREDECESSORS NOT ENDED CLEAN '
005250             'TODAY : ' CIF-PREDS-BLOCKING ' - RUN REFUSED'
005260         MOVE 20 TO RETURN-CODE
005270         MOVE 'Y' TO CIF-ABORT-SWITCH
005280     END-IF.
005290 1092-EXIT.
005300     EXIT.
005310
005320******************************************************************
005330*   1093-READ-JOB-DEPENDENCY                                     *
005340*   READS ONE JOB DEPENDENCY ROW, TABLING THE PREDECESSORS       *
005350*   NAMED FOR THIS PROGRAM.  A READ FAILURE, OR MORE             *
005360*   PREDECESSORS THAN THE TABLE HOLDS, FAILS THE JOB RATHER      *
005370*   THAN LET IT RUN ON A PARTIAL CHECK.                          *
005380******************************************************************
005390 1093-READ-JOB-DEPENDENCY.
005400     READ JOB-DEP-FILE
005410         AT END
005420             MOVE 'Y' TO CIF-JOBD-EOF-SWITCH
005430             GO TO 1093-EXIT
005440     END-READ.
005450     IF CIF-JOBDEP-STATUS NOT = '00'
005460         DISPLAY 'WELCLTR - JOB DEPENDENCY READ FAILED - '
005470             'STATUS ' CIF-JOBDEP-STATUS ' - JOB FAILING'
005480         MOVE 16 TO RETURN-CODE
005490         MOVE 'Y' TO CIF-ABORT-SWITCH
005500         MOVE 'Y' TO CIF-JOBD-EOF-SWITCH
005510         GO TO 1093-EXIT
005520     END-IF.
005530     IF CIF-JOBD-PROGRAM-ID NOT = CIF-MY-PROGRAM-ID
005540             OR CIF-JOBD-PRED-ID = SPACES
005550         GO TO 1093-EXIT
005560     END-IF.
005570     IF CIF-PRED-COUNT >= 10
005580         DISPLAY 'WELCLTR - MORE THAN 10 PREDECESSORS ON THE '
005590             'JOB DEPENDENCY TABLE - JOB FAILING'
005600         MOVE 16 TO RETURN-CODE
005610         MOVE 'Y' TO CIF-ABORT-SWITCH
005620         MOVE 'Y' TO CIF-JOBD-EOF-SWITCH
005630         GO TO 1093-EXIT
005640     END-IF.
005650     ADD 1 TO CIF-PRED-COUNT.
005660     MOVE CIF-JOBD-PRED-ID
005670         TO CIF-PRED-PROGRAM-ID (CIF-PRED-COUNT).
005680     MOVE 'N' TO CIF-PRED-CLEAN-SW (CIF-PRED-COUNT).
005690 1093-EXIT.
005700     EXIT.
005710
005720******************************************************************
005730*   1094-READ-PRED-HISTORY                                       *
005740*   READS ONE RUN-HISTORY RECORD OF THE PREDECESSOR CHECK.  EACH *
005750*   END RECORD FOR TODAY, IN FILE ORDER, MARKS THAT PROGRAM DONE *
005760*   OR NOT DONE, SO ITS LATEST RUN DECIDES - A CLEAN RUN         *
005770*   FOLLOWED BY A FAILED RERUN IS NOT DONE.  A READ ERROR ENDS   *
005780*   THE SCAN, LEAVING ANY PREDECESSOR NOT YET SEEN UNPROVEN.     *
005790******************************************************************
005800 1094-READ-PRED-HISTORY.
005810     READ RUN-HISTORY-FILE
005820         AT END
005830             MOVE 'Y' TO CIF-RUNH-EOF-SWITCH
005840         NOT AT END
005850             IF CIF-RUNH-END AND
005860                     CIF-RUNH-RUN-DATE = CIF-RUN-DATE
005870                 PERFORM 1096-MATCH-PREDECESSOR THRU 1096-EXIT
005880                     VARYING CIF-PRED-IDX FROM 1 BY 1
005890                     UNTIL CIF-PRED-IDX > CIF-PRED-COUNT
005900             END-IF
005910     END-READ.
005920     IF NOT CIF-RUNH-EOF
005930         IF CIF-RUNHIST-STATUS NOT = '00'
005940             DISPLAY 'WELCLTR - RUN-HISTORY READ FAILED - '
005950                 'STATUS ' CIF-RUNHIST-STATUS
005960                 ' - PREDECESSOR CHECK INCOMPLETE'
005970             MOVE 'Y' TO CIF-RUNH-EOF-SWITCH
005980         END-IF
005990     END-IF.
006000 1094-EXIT.
006010     EXIT.
006020
006030******************************************************************
006040*   1095-WRITE-RUN-START                                         *
006050*   APPENDS THIS RUN'S START RECORD TO THE RUN-HISTORY FILE,     *
006060*   WHICH STAYS OPEN UNTIL THE END RECORD IS WRITTEN AT          *
006070*   TERMINATION.                                                 *
006080******************************************************************
006090 1095-WRITE-RUN-START.
006100     OPEN EXTEND RUN-HISTORY-FILE.
006110     IF CIF-RUNHIST-STATUS NOT = '00'
006120         OPEN OUTPUT RUN-HISTORY-FILE
006130     END-IF.
006140     MOVE SPACES            TO RUN-HISTORY-RECORD.
006150     MOVE CIF-MY-PROGRAM-ID TO CIF-RUNH-PROGRAM-ID.
006160     MOVE 'START'           TO CIF-RUNH-REC-TYPE.
006170     MOVE CIF-RUN-DATE      TO CIF-RUNH-RUN-DATE.
006180     MOVE CIF-START-TIME    TO CIF-RUNH-RUN-TIME.
006190     MOVE ZERO              TO CIF-RUNH-RECS-READ.
006200     MOVE ZERO              TO CIF-RUNH-RECS-WRITTEN.
006210     MOVE ZERO              TO CIF-RUNH-RECS-REJECTED.
006220     MOVE ZERO              TO CIF-RUNH-RETURN-CODE.
006230     WRITE RUN-HISTORY-RECORD.
006240     MOVE 'Y' TO CIF-RUNH-STARTED-SWITCH.
006250 1095-EXIT.
006260     EXIT.
006270
006280******************************************************************
006290*   1096-MATCH-PREDECESSOR                                       *
006300*   WHEN THE END RECORD IN HAND IS ONE PREDECESSOR'S OWN, MARKS  *
006310*   IT DONE FOR A CLEAN END AND NOT DONE FOR ANY OTHER.          *
006320******************************************************************
006330 1096-MATCH-PREDECESSOR.
006340     IF CIF-PRED-PROGRAM-ID (CIF-PRED-IDX) = CIF-RUNH-PROGRAM-ID
006350         IF CIF-RUNH-RETURN-CODE = ZERO
006360             MOVE 'Y' TO CIF-PRED-CLEAN-SW (CIF-PRED-IDX)
006370         ELSE
006380             MOVE 'N' TO CIF-PRED-CLEAN-SW (CIF-PRED-IDX)
006390         END-IF
006400     END-IF.
006410 1096-EXIT.
006420     EXIT.
006430
006440******************************************************************
006450*   1097-REPORT-PREDECESSOR                                      *
006460*   NAMES ONE PREDECESSOR ON THE CONSOLE WHEN IT HAS NOT ENDED   *
006470*   CLEAN TODAY, AND COUNTS IT AGAINST THE RUN.                  *
006480******************************************************************
006490 1097-REPORT-PREDECESSOR.
006500     IF NOT CIF-PRED-CLEAN (CIF-PRED-IDX)
006510         DISPLAY 'WELCLTR - PREDECESSOR '
006520             CIF-PRED-PROGRAM-ID (CIF-PRED-IDX)
006530             ' HAS NOT ENDED CLEAN TODAY'
006540         ADD 1 TO CIF-PREDS-BLOCKING
006550     END-IF.
006560 1097-EXIT.
006570     EXIT.
006580
006590******************************************************************
006600*   1100-READ-CUSTOMER                                           *
006610******************************************************************
006620 1100-READ-CUSTOMER.
006630     READ CUSTOMER-MASTER NEXT RECORD
006640         AT END
006650             MOVE 'Y' TO CIF-EOF-SWITCH
006660         NOT AT END
006670             ADD 1 TO CIF-RECS-READ
006680     END-READ.
006690     IF NOT CIF-EOF
006700         IF CIF-CUSTMAST-STATUS NOT = '00' AND
006710                 CIF-CUSTMAST-STATUS NOT = '02'
006720             DISPLAY 'WELCLTR - CUSTOMER-MASTER READ FAILED '
006730                 '- STATUS ' CIF-CUSTMAST-STATUS
006740                 ' - JOB FAILING'
006750             MOVE 16 TO RETURN-CODE
006760             MOVE 'Y' TO CIF-ABORT-SWITCH
006770             MOVE 'Y' TO CIF-EOF-SWITCH
006780         END-IF
006790     END-IF.
006800 1100-EXIT.
006810     EXIT.
006820
006830******************************************************************
006840*   2000-PROCESS-RECORD                                          *
006850*   LETTERS EVERY ACTIVE RECORD ACKNOWLEDGED ACCEPTED AND NOT    *
006860*   YET LETTERED.  THE MASTER IS NOT TOUCHED IN THIS PASS -      *
006870*   THE FLAGS ARE SET BY 8500-MARK-LETTERED ONLY AFTER THE       *
006880*   WHOLE LETTER FILE AND REGISTER HAVE WRITTEN CLEAN.  A        *
006890*   CUSTOMER WHOSE ADDRESS IS FLAGGED UNDELIVERABLE IS COUNTED   *
006900*   AS HELD AND LEFT UNLETTERED FOR A LATER RUN.                 *
006910******************************************************************
006920 2000-PROCESS-RECORD.
006930     IF CIF-CUST-ACTIVE AND CIF-CUST-ACK-ACCEPTED AND
006940             NOT CIF-CUST-LETTERED AND CIF-CUST-UNDELIVERABLE
006950         ADD 1 TO CIF-LETTERS-HELD
006960     END-IF.
006970     IF CIF-CUST-ACTIVE AND CIF-CUST-ACK-ACCEPTED AND
006980             NOT CIF-CUST-LETTERED AND NOT CIF-CUST-UNDELIVERABLE
006990         IF CIF-LTR-COUNT >= CIF-LTR-MAX
007000             DISPLAY 'WELCLTR - LETTERED-ACCOUNT TABLE FULL '
007010                 'AT ' CIF-LTR-MAX ' - JOB FAILING'
007020             MOVE 16 TO RETURN-CODE
007030             MOVE 'Y' TO CIF-ABORT-SWITCH
007040             MOVE 'Y' TO CIF-EOF-SWITCH
007050             GO TO 2000-EXIT
007060         END-IF
007070         ADD 1 TO CIF-LTR-COUNT
007080         MOVE CIF-CUST-KEY TO CIF-LTR-ACCT (CIF-LTR-COUNT)
007090         PERFORM 3000-WRITE-LETTER THRU 3000-EXIT
007100         IF NOT CIF-ABORT
007110             PERFORM 4000-WRITE-REGISTER-DETAIL THRU 4000-EXIT
007120         END-IF
007130     END-IF.
007140     IF NOT CIF-EOF
007150         PERFORM 1100-READ-CUSTOMER THRU 1100-EXIT
007160     END-IF.
007170 2000-EXIT.
007180     EXIT.
007190
007200******************************************************************
007210*   3000-WRITE-LETTER                                            *
007220*   WRITES ONE FORMATTED WELCOME LETTER FROM THE MASTER          *
007230*   RECORD IN HAND.                                              *
007240******************************************************************
007250 3000-WRITE-LETTER.
007260     MOVE SPACES TO CIF-LETTER-LINE.
007270     MOVE CIF-RUN-DATE-EDIT TO CIF-LETTER-LINE(1:10).
007280     PERFORM 3100-PUT-LETTER-LINE THRU 3100-EXIT.
007290
007300     MOVE SPACES TO CIF-LETTER-LINE.
007310     PERFORM 3100-PUT-LETTER-LINE THRU 3100-EXIT.
007320
007330     MOVE CIF-CUST-NAME TO CIF-LETTER-LINE.
007340     PERFORM 3100-PUT-LETTER-LINE THRU 3100-EXIT.
007350
007360     MOVE CIF-CUST-ADDR-STREET TO CIF-LETTER-LINE.
007370     PERFORM 3100-PUT-LETTER-LINE THRU 3100-EXIT.
007380
007390     MOVE CIF-CUST-ADDR-CITY  TO CIF-CSZ-CITY.
007400     MOVE CIF-CUST-ADDR-STATE TO CIF-CSZ-STATE.
007410     MOVE CIF-CUST-ADDR-ZIP   TO CIF-CSZ-ZIP.
007420     MOVE CIF-CSZ-LINE TO CIF-LETTER-LINE.
007430     PERFORM 3100-PUT-LETTER-LINE THRU 3100-EXIT.
007440
007450     MOVE SPACES TO CIF-LETTER-LINE.
007460     PERFORM 3100-PUT-LETTER-LINE THRU 3100-EXIT.
007470
007480     MOVE SPACES TO CIF-LETTER-LINE.
007490     MOVE 'DEAR ' TO CIF-LETTER-LINE(1:5).
007500     MOVE CIF-CUST-NAME(1:50) TO CIF-LETTER-LINE(6:50).
007510     PERFORM 3100-PUT-LETTER-LINE THRU 3100-EXIT.
007520
007530     MOVE SPACES TO CIF-LETTER-LINE.
007540     PERFORM 3100-PUT-LETTER-LINE THRU 3100-EXIT.
007550
007560     MOVE 'WELCOME.  YOUR ACCOUNT HAS BEEN OPENED AND '
007570         TO CIF-LETTER-LINE.
007580     PERFORM 3100-PUT-LETTER-LINE THRU 3100-EXIT.
007590     MOVE 'ACCEPTED BY OUR ACCOUNTING DEPARTMENT.'
007600         TO CIF-LETTER-LINE.
007610     PERFORM 3100-PUT-LETTER-LINE THRU 3100-EXIT.
007620
007630     MOVE SPACES TO CIF-LETTER-LINE.
007640     MOVE 'YOUR ACCOUNT NUMBER IS ' TO CIF-LETTER-LINE(1:23).
007650     MOVE CIF-CUST-KEY TO CIF-LETTER-LINE(24:9).
007660     MOVE '.' TO CIF-LETTER-LINE(33:1).
007670     PERFORM 3100-PUT-LETTER-LINE THRU 3100-EXIT.
007680
007690     MOVE 'PLEASE QUOTE IT IN ALL CORRESPONDENCE.'
007700         TO CIF-LETTER-LINE.
007710     PERFORM 3100-PUT-LETTER-LINE THRU 3100-EXIT.
007720
007730     MOVE SPACES TO CIF-LETTER-LINE.
007740     PERFORM 3100-PUT-LETTER-LINE THRU 3100-EXIT.
007750
007760     MOVE 'SINCERELY,' TO CIF-LETTER-LINE.
007770     PERFORM 3100-PUT-LETTER-LINE THRU 3100-EXIT.
007780     MOVE 'DATA PROCESSING' TO CIF-LETTER-LINE.
007790     PERFORM 3100-PUT-LETTER-LINE THRU 3100-EXIT.
007800
007810     MOVE ALL '-' TO CIF-LETTER-LINE.
007820     PERFORM 3100-PUT-LETTER-LINE THRU 3100-EXIT.
007830
007840     IF NOT CIF-ABORT
007850         ADD 1 TO CIF-LETTERS-PRODUCED
007860     END-IF.
007870 3000-EXIT.
007880     EXIT.
007890
007900******************************************************************
007910*   3100-PUT-LETTER-LINE                                         *
007920*   WRITES ONE LETTER LINE, FAILING THE RUN ON A WRITE ERROR     *
007930*   SO NO FLAG CAN BE SET FOR A LETTER THAT NEVER PRINTED.       *
007940******************************************************************
007950 3100-PUT-LETTER-LINE.
007960     IF CIF-ABORT
007970         GO TO 3100-EXIT
007980     END-IF.
007990     WRITE CIF-LETTER-LINE.
008000     IF CIF-LETTER-STATUS NOT = '00'
008010         DISPLAY 'WELCLTR - LETTER WRITE FAILED - KEY '
008020             CIF-CUST-KEY ' STATUS ' CIF-LETTER-STATUS
008030             ' - JOB FAILING'
008040         MOVE 16 TO RETURN-CODE
008050         MOVE 'Y' TO CIF-ABORT-SWITCH
008060         MOVE 'Y' TO CIF-EOF-SWITCH
008070     END-IF.
008080 3100-EXIT.
008090     EXIT.
008100
008110******************************************************************
008120*   4000-WRITE-REGISTER-DETAIL                                   *
008130*   WRITES ONE REGISTER LINE FOR THE LETTER JUST PRODUCED.       *
008140******************************************************************
008150 4000-WRITE-REGISTER-DETAIL.
008160     IF CIF-LINE-COUNT >= CIF-LINES-PER-PAGE OR CIF-PAGE-NO = 0
008170         PERFORM 4100-WRITE-HEADINGS THRU 4100-EXIT
008180     END-IF.
008190
008200     MOVE SPACES              TO CIF-PRINT-LINE-DETAIL.
008210     MOVE CIF-CUST-KEY        TO CIF-D-ACCT-NO.
008220     MOVE CIF-CUST-NAME(1:30) TO CIF-D-NAME.
008230     MOVE CIF-CUST-BRANCH     TO CIF-D-BRANCH.
008240     MOVE CIF-PRINT-LINE-DETAIL TO CIF-REPORT-LINE.
008250     WRITE CIF-REPORT-LINE.
008260     ADD 1 TO CIF-LINE-COUNT.
008270 4000-EXIT.
008280     EXIT.
008290
008300******************************************************************
008310*   4100-WRITE-HEADINGS                                          *
008320******************************************************************
008330 4100-WRITE-HEADINGS.
008340     ADD 1 TO CIF-PAGE-NO.
008350
008360     MOVE SPACES                  TO CIF-PRINT-LINE-HEAD-1.
008370     MOVE 'WELCOME LETTER REGISTER'     TO CIF-H1-TITLE.
008380     MOVE 'PAGE '                       TO CIF-H1-PAGE-LIT.
008390     MOVE CIF-PAGE-NO                   TO CIF-H1-PAGE-NO.
008400     MOVE CIF-PRINT-LINE-HEAD-1    TO CIF-REPORT-LINE.
008410     WRITE CIF-REPORT-LINE.
008420
008430     MOVE SPACES                  TO CIF-PRINT-LINE-HEAD-2.
008440     MOVE 'RUN DATE: '                  TO CIF-H2-DATE-LIT.
008450     MOVE CIF-RUN-DATE-EDIT              TO CIF-H2-RUN-DATE.
008460     MOVE CIF-PRINT-LINE-HEAD-2    TO CIF-REPORT-LINE.
008470     WRITE CIF-REPORT-LINE.
008480
008490     MOVE SPACES                  TO CIF-REPORT-LINE.
008500     WRITE CIF-REPORT-LINE.
008510
008520     MOVE SPACES                  TO CIF-PRINT-LINE-HEAD-3.
008530     MOVE 'ACCOUNT NO'                  TO CIF-H3-ACCT-LIT.
008540     MOVE 'CUSTOMER NAME'                TO CIF-H3-NAME-LIT.
008550     MOVE 'BRANCH'                       TO CIF-H3-BRANCH-LIT.
008560     MOVE CIF-PRINT-LINE-HEAD-3    TO CIF-REPORT-LINE.
008570     WRITE CIF-REPORT-LINE.
008580
008590     MOVE ZERO TO CIF-LINE-COUNT.
008600 4100-EXIT.
008610     EXIT.
008620
008630******************************************************************
008640*   8000-WRITE-REGISTER-TOTALS                                   *
008650*   CLOSES THE REGISTER WITH THE RUN TOTALS AND TIES LETTERS     *
008660*   PRODUCED AGAINST THE LETTERED-ACCOUNT TABLE.                 *
008670******************************************************************
008680 8000-WRITE-REGISTER-TOTALS.
008690     IF CIF-PAGE-NO = 0
008700         PERFORM 4100-WRITE-HEADINGS THRU 4100-EXIT
008710     END-IF.
008720
008730     MOVE SPACES              TO CIF-REPORT-LINE.
008740     WRITE CIF-REPORT-LINE.
008750
008760     MOVE SPACES              TO CIF-PRINT-LINE-TOTAL.
008770     MOVE 'RECORDS READ     :'     TO CIF-T-LIT.
008780     MOVE CIF-RECS-READ            TO CIF-T-COUNT.
008790     MOVE CIF-PRINT-LINE-TOTAL TO CIF-REPORT-LINE.
008800     WRITE CIF-REPORT-LINE.
008810
008820     MOVE SPACES              TO CIF-PRINT-LINE-TOTAL.
008830     MOVE 'LETTERS PRODUCED :'     TO CIF-T-LIT.
008840     MOVE CIF-LETTERS-PRODUCED     TO CIF-T-COUNT.
008850     MOVE CIF-PRINT-LINE-TOTAL TO CIF-REPORT-LINE.
008860     WRITE CIF-REPORT-LINE.
008870
008880     MOVE SPACES              TO CIF-PRINT-LINE-TOTAL.
008890     MOVE 'HELD UNDELIVERABLE:'    TO CIF-T-LIT.
008900     MOVE CIF-LETTERS-HELD         TO CIF-T-COUNT.
008910     MOVE CIF-PRINT-LINE-TOTAL TO CIF-REPORT-LINE.
008920     WRITE CIF-REPORT-LINE.
008930
008940     DISPLAY 'WELCLTR - RECORDS READ     : ' CIF-RECS-READ.
008950     DISPLAY 'WELCLTR - LETTERS PRODUCED : '
008960         CIF-LETTERS-PRODUCED.
008970     DISPLAY 'WELCLTR - HELD UNDELIVERABLE: ' CIF-LETTERS-HELD.
008980
008990     IF CIF-LETTERS-PRODUCED = CIF-LTR-COUNT
009000         DISPLAY 'RECONCILIATION OK - CONTROL TOTALS TIE'
009010     ELSE
009020         DISPLAY 'RECONCILIATION FAILED - LETTERS PRODUCED '
009030             'DO NOT TIE TO ACCOUNTS SELECTED - JOB FAILING'
009040         MOVE 16 TO RETURN-CODE
009050         MOVE 'Y' TO CIF-ABORT-SWITCH
009060     END-IF.
009070 8000-EXIT.
009080     EXIT.
009090
009100******************************************************************
009110*   8500-MARK-LETTERED                                           *
009120*   SECOND PASS, RUN ONLY AFTER THE WHOLE LETTER FILE AND        *
009130*   REGISTER HAVE WRITTEN CLEAN - MARKS EACH LETTERED ACCOUNT    *
009140*   ON THE MASTER SO A RERUN CANNOT LETTER IT TWICE.  THE        *
009150*   MARKED COUNT MUST COME OUT EQUAL TO THE LETTERS PRODUCED     *
009160*   OR THE RUN FAILS.                                            *
009170******************************************************************
009180 8500-MARK-LETTERED.
009190     PERFORM 8510-MARK-ONE THRU 8510-EXIT
009200         VARYING CIF-LTR-IDX FROM 1 BY 1
009210         UNTIL CIF-LTR-IDX > CIF-LTR-COUNT OR CIF-ABORT.
009220
009230     IF NOT CIF-ABORT
009240         IF CIF-RECS-MARKED NOT = CIF-LETTERS-PRODUCED
009250             DISPLAY 'WELCLTR - MARKED COUNT ' CIF-RECS-MARKED
009260                 ' DOES NOT TIE TO LETTERS '
009270                 CIF-LETTERS-PRODUCED ' - JOB FAILING'
009280             MOVE 16 TO RETURN-CODE
009290             MOVE 'Y' TO CIF-ABORT-SWITCH
009300         ELSE
009310             DISPLAY 'WELCLTR - RECORDS MARKED   : '
009320                 CIF-RECS-MARKED
009330         END-IF
009340     END-IF.
009350 8500-EXIT.
009360     EXIT.
009370
009380******************************************************************
009390*   8510-MARK-ONE                                                *
009400*   MARKS ONE LETTERED ACCOUNT ON THE MASTER.  ANY FAILURE       *
009410*   FAILS THE RUN - THE LETTERS ALREADY MARKED WERE PRODUCED     *
009420*   IN A COMPLETE FILE, SO THEY STAY MARKED.                     *
009430******************************************************************
009440 8510-MARK-ONE.
009450     MOVE CIF-LTR-ACCT (CIF-LTR-IDX) TO CIF-CUST-KEY.
009460     READ CUSTOMER-MASTER
009470         INVALID KEY
009480             DISPLAY 'WELCLTR - LETTERED ACCOUNT '
009490                 CIF-CUST-KEY ' NOT ON MASTER - STATUS '
009500                 CIF-CUSTMAST-STATUS ' - JOB FAILING'
009510             MOVE 16 TO RETURN-CODE
009520             MOVE 'Y' TO CIF-ABORT-SWITCH
009530             GO TO 8510-EXIT
009540     END-READ.
009550     IF CIF-CUSTMAST-STATUS NOT = '00'
009560         DISPLAY 'WELCLTR - MASTER READ FAILED - KEY '
009570             CIF-CUST-KEY ' STATUS ' CIF-CUSTMAST-STATUS
009580             ' - JOB FAILING'
009590         MOVE 16 TO RETURN-CODE
009600         MOVE 'Y' TO CIF-ABORT-SWITCH
009610         GO TO 8510-EXIT
009620     END-IF.
009630
009640     MOVE 'Y' TO CIF-CUST-LTR-FLAG.
009650     REWRITE CUSTOMER-MASTER-RECORD
009660         INVALID KEY
009670             DISPLAY 'WELCLTR - MASTER REWRITE FAILED - KEY '
009680                 CIF-CUST-KEY ' STATUS ' CIF-CUSTMAST-STATUS
009690             MOVE 16 TO RETURN-CODE
009700             MOVE 'Y' TO CIF-ABORT-SWITCH
009710             GO TO 8510-EXIT
009720     END-REWRITE.
009730     IF CIF-CUSTMAST-STATUS NOT = '00'
009740         DISPLAY 'WELCLTR - MASTER REWRITE FAILED - KEY '
009750             CIF-CUST-KEY ' STATUS ' CIF-CUSTMAST-STATUS
009760         MOVE 16 TO RETURN-CODE
009770         MOVE 'Y' TO CIF-ABORT-SWITCH
009780         GO TO 8510-EXIT
009790     END-IF.
009800     ADD 1 TO CIF-RECS-MARKED.
009810 8510-EXIT.
009820     EXIT.
009830
009840******************************************************************
009850*   9000-TERMINATE                                               *
009860******************************************************************
009870 9000-TERMINATE.
009880     IF CIF-RUNH-STARTED
009890         PERFORM 9100-WRITE-RUN-END THRU 9100-EXIT
009900     END-IF.
009910     IF CIF-CUSTMAST-OPEN
009920         CLOSE CUSTOMER-MASTER
009930     END-IF.
009940     IF CIF-LETTER-OPEN
009950         CLOSE LETTER-FILE
009960     END-IF.
009970     IF CIF-REPORT-OPEN
009980         CLOSE REPORT-LISTING
009990     END-IF.
010000 9000-EXIT.
010010     EXIT.
010020
010030******************************************************************
010040*   9100-WRITE-RUN-END                                           *
010050*   APPENDS THIS RUN'S END RECORD - COUNTS AND FINAL RETURN      *
010060*   CODE - AND CLOSES THE RUN-HISTORY FILE.                      *
010070******************************************************************
010080 9100-WRITE-RUN-END.
010090     ACCEPT CIF-END-TIME FROM TIME.
010100     MOVE SPACES              TO RUN-HISTORY-RECORD.
010110     MOVE CIF-MY-PROGRAM-ID   TO CIF-RUNH-PROGRAM-ID.
010120     MOVE 'END'               TO CIF-RUNH-REC-TYPE.
010130     MOVE CIF-RUN-DATE        TO CIF-RUNH-RUN-DATE.
010140     MOVE CIF-END-TIME        TO CIF-RUNH-RUN-TIME.
010150     MOVE CIF-RECS-READ       TO CIF-RUNH-RECS-READ.
010160     MOVE CIF-LETTERS-PRODUCED TO CIF-RUNH-RECS-WRITTEN.
010170     MOVE ZERO                TO CIF-RUNH-RECS-REJECTED.
010180     MOVE RETURN-CODE         TO CIF-RUNH-RETURN-CODE.
010190     WRITE RUN-HISTORY-RECORD.
010200     CLOSE RUN-HISTORY-FILE.
010210 9100-EXIT.
010220     EXIT.
010230
010240 END PROGRAM WELCLTR.
