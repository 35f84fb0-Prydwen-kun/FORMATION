000540*                    PARAMETER FILE IS PRESENT THE CONSOLE       *
000550*                    ANSWERS ARE TAKEN FROM IT AND A MISSING     *
000560*                    REQUIRED ANSWER FAILS THE JOB WITH RC 12.   *
000570*   10/15/26   JPL   CHECKS THE NIGHT-CYCLE JOB DEPENDENCY TABLE *
000580*                    AT STARTUP AND REFUSES TO RUN, WITH RC 20,  *
000590*                    UNTIL EVERY PREDECESSOR HAS ENDED CLEAN     *
000600*                    TODAY.  A REFUSED RUN IS LOGGED ON THE      *
000610*                    RUN-HISTORY FILE.                           *
000620*                                                                *
000630******************************************************************
000640 IDENTIFICATION DIVISION.
000650 PROGRAM-ID. ACCTXTR.
000660
000670 ENVIRONMENT DIVISION.
000680 INPUT-OUTPUT SECTION.
000690 FILE-CONTROL.
000700     SELECT CUSTOMER-MASTER ASSIGN TO CUSTMAST
000710         ORGANIZATION IS INDEXED
000720         ACCESS MODE IS DYNAMIC
000730         RECORD KEY IS CIF-CUST-KEY
000740         ALTERNATE RECORD KEY IS CIF-CUST-NAME
000750             WITH DUPLICATES
000760         FILE STATUS IS CIF-CUSTMAST-STATUS.
000770
000780     SELECT EXTRACT-FILE ASSIGN TO XTRFILE
000790         ORGANIZATION IS SEQUENTIAL
000800         FILE STATUS IS CIF-EXTRACT-STATUS.
000810
000820     SELECT RUN-HISTORY-FILE ASSIGN TO RUNHIST
000830         ORGANIZATION IS LINE SEQUENTIAL
000840         FILE STATUS IS CIF-RUNHIST-STATUS.
000850
000860     SELECT JOB-DEP-FILE ASSIGN TO JOBDEP
000870         ORGANIZATION IS LINE SEQUENTIAL
000880         FILE STATUS IS CIF-JOBDEP-STATUS.
000890
000900     SELECT RUN-PARM-FILE ASSIGN TO RUNPARM
000910         ORGANIZATION IS LINE SEQUENTIAL
000920         FILE STATUS IS CIF-RUNPARM-STATUS.
000930
000940 DATA DIVISION.
000950 FILE SECTION.
000960 FD  CUSTOMER-MASTER.
000970     COPY CUSTREC.
000980
000990 FD  RUN-HISTORY-FILE.
001000     COPY RUNHREC.
001010
001020 FD  JOB-DEP-FILE.
001030     COPY JOBDREC.
001040
001050 FD  EXTRACT-FILE.
001060     COPY XTRCTREC.
001070
001080 FD  RUN-PARM-FILE.
001090     COPY RUNPREC.
001100
001110 WORKING-STORAGE SECTION.
001120 01  CIF-FILE-STATUSES.
001130     05  CIF-RUNPARM-STATUS      PIC X(02) VALUE '00'.
001140     05  CIF-CUSTMAST-STATUS     PIC X(02) VALUE '00'.
001150     05  CIF-EXTRACT-STATUS      PIC X(02) VALUE '00'.
001160     05  CIF-RUNHIST-STATUS      PIC X(02) VALUE '00'.
001170     05  CIF-JOBDEP-STATUS       PIC X(02) VALUE '00'.
001180
001190 01  CIF-SWITCHES.
001200     05  CIF-UNATTENDED-SWITCH   PIC X(01) VALUE 'N'.
001210         88  CIF-UNATTENDED                 VALUE 'Y'.
001220     05  CIF-PARM-EOF-SWITCH     PIC X(01) VALUE 'N'.
001230         88  CIF-PARM-EOF                   VALUE 'Y'.
001240     05  CIF-PARM-FOUND-SWITCH   PIC X(01) VALUE 'N'.
001250         88  CIF-PARM-FOUND                 VALUE 'Y'.
001260     05  CIF-MARK-EOF-SWITCH     PIC X(01) VALUE 'N'.
001270         88  CIF-MARK-EOF                   VALUE 'Y'.
001280     05  CIF-EOF-SWITCH          PIC X(01) VALUE 'N'.
001290         88  CIF-EOF                        VALUE 'Y'.
001300     05  CIF-ABORT-SWITCH        PIC X(01) VALUE 'N'.
001310         88  CIF-ABORT                      VALUE 'Y'.
001320     05  CIF-CUSTMAST-OPEN-SW    PIC X(01) VALUE 'N'.
001330         88  CIF-CUSTMAST-OPEN              VALUE 'Y'.
001340     05  CIF-EXTRACT-OPEN-SW     PIC X(01) VALUE 'N'.
001350         88  CIF-EXTRACT-OPEN               VALUE 'Y'.
001360     05  CIF-RUNH-EOF-SWITCH     PIC X(01) VALUE 'N'.
001370         88  CIF-RUNH-EOF                   VALUE 'Y'.
001380     05  CIF-RUNH-DONE-SWITCH    PIC X(01) VALUE 'N'.
001390         88  CIF-RUNH-DONE-TODAY            VALUE 'Y'.
001400     05  CIF-RUNH-STARTED-SWITCH PIC X(01) VALUE 'N'.
001410         88  CIF-RUNH-STARTED               VALUE 'Y'.
001420     05  CIF-JOBD-EOF-SWITCH     PIC X(01) VALUE 'N'.
001430         88  CIF-JOBD-EOF                   VALUE 'Y'.
001440
001450
001460 01  CIF-COUNTERS.
001470     05  CIF-PARM-IDX            PIC 9(02) COMP VALUE ZERO.
001480     05  CIF-PARM-COUNT          PIC 9(02) COMP VALUE ZERO.
001490     05  CIF-PRED-IDX            PIC 9(02) COMP VALUE ZERO.
001500     05  CIF-PRED-COUNT          PIC 9(02) COMP VALUE ZERO.
001510     05  CIF-PREDS-BLOCKING      PIC 9(02) COMP VALUE ZERO.
001520     05  CIF-RECS-READ           PIC 9(06) COMP VALUE ZERO.
001530     05  CIF-RECS-EXTRACTED      PIC 9(06) COMP VALUE ZERO.
001540     05  CIF-RECS-MARKED         PIC 9(06) COMP VALUE ZERO.
001550
001560 01  CIF-MISC-WORK.
001570     05  CIF-PARM-WANT-KEY       PIC X(10) VALUE SPACES.
001580     05  CIF-PARM-VALUE-WORK     PIC X(20) VALUE SPACES.
001590     05  CIF-RUN-DATE            PIC X(08).
001600     05  CIF-MY-PROGRAM-ID       PIC X(10) VALUE 'ACCTXTR'.
001610     05  CIF-START-TIME          PIC X(08).
001620     05  CIF-END-TIME            PIC X(08).
001630     05  CIF-RESPONSE            PIC X(01) VALUE SPACE.
001640
001650
001660******************************************************************
001670*   PREDECESSOR TABLE                                            *
001680*   THE JOBS THAT MUST HAVE ENDED CLEAN TODAY BEFORE THIS        *
001690*   PROGRAM MAY RUN, FROM THE NIGHT-CYCLE JOB DEPENDENCY TABLE.  *
001700******************************************************************
001710 01  CIF-PRED-TABLE.
001720     05  CIF-PRED-ENTRY OCCURS 10 TIMES.
001730         10  CIF-PRED-PROGRAM-ID PIC X(10).
001740         10  CIF-PRED-CLEAN-SW   PIC X(01).
001750             88  CIF-PRED-CLEAN             VALUE 'Y'.
001760
001770******************************************************************
001780*   RUN PARAMETER TABLE                                          *
001790*   THE ANSWERS FOR THIS PROGRAM FROM THE NIGHT-CYCLE RUN        *
001800*   PARAMETER FILE, LOADED AT STARTUP WHEN THE FILE IS PRESENT.  *
001810******************************************************************
001820 01  CIF-PARM-TABLE.
001830     05  CIF-PARM-ENTRY OCCURS 10 TIMES.
001840         10  CIF-PTBL-KEYWORD    PIC X(10).
001850         10  CIF-PTBL-VALUE      PIC X(20).
001860 PROCEDURE DIVISION.
001870******************************************************************
001880*   0000-MAINLINE                                                *
001890******************************************************************
001900 0000-MAINLINE.
001910     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001920     IF NOT CIF-ABORT
001930         PERFORM 2000-PROCESS-RECORD THRU 2000-EXIT
001940             UNTIL CIF-EOF
001950         IF NOT CIF-ABORT
001960             PERFORM 8000-WRITE-TRAILER THRU 8000-EXIT
001970         END-IF
001980         IF NOT CIF-ABORT
001990             PERFORM 8500-MARK-EXTRACTED THRU 8500-EXIT
002000         END-IF
002010     END-IF.
002020     PERFORM 9000-TERMINATE THRU 9000-EXIT.
002030     STOP RUN.
002040
002050******************************************************************
002060*   1000-INITIALIZE                                              *
002070******************************************************************
002080 1000-INITIALIZE.
002090     ACCEPT CIF-RUN-DATE FROM DATE YYYYMMDD.
002100     ACCEPT CIF-START-TIME FROM TIME.
002110     PERFORM 1010-LOAD-RUN-PARMS THRU 1010-EXIT.
002120     PERFORM 1090-CHECK-RUN-HISTORY THRU 1090-EXIT.
002130     IF CIF-ABORT
002140         GO TO 1000-EXIT
002150     END-IF.
002160     PERFORM 1092-CHECK-PREDECESSORS THRU 1092-EXIT.
002170     PERFORM 1095-WRITE-RUN-START THRU 1095-EXIT.
002180     IF CIF-ABORT
002190         GO TO 1000-EXIT
002200     END-IF.
002210     OPEN I-O CUSTOMER-MASTER.
002220     IF CIF-CUSTMAST-STATUS NOT = '00'
002230         DISPLAY 'ACCTXTR - CUSTOMER-MASTER OPEN FAILED - '
002240             'STATUS ' CIF-CUSTMAST-STATUS
002250         MOVE 16 TO RETURN-CODE
002260         MOVE 'Y' TO CIF-ABORT-SWITCH
002270     ELSE
002280         MOVE 'Y' TO CIF-CUSTMAST-OPEN-SW
002290         OPEN OUTPUT EXTRACT-FILE
002300         IF CIF-EXTRACT-STATUS NOT = '00'
002310             DISPLAY 'ACCTXTR - EXTRACT-FILE OPEN FAILED - '
002320                 'STATUS ' CIF-EXTRACT-STATUS
002330             MOVE 16 TO RETURN-CODE
002340             MOVE 'Y' TO CIF-ABORT-SWITCH
002350         ELSE
002360             MOVE 'Y' TO CIF-EXTRACT-OPEN-SW
002370             PERFORM 1200-WRITE-HEADER THRU 1200-EXIT
002380             PERFORM 1100-READ-CUSTOMER THRU 1100-EXIT
002390         END-IF
002400     END-IF.
002410 1000-EXIT.
002420     EXIT.
002430
002440******************************************************************
002450*   1010-LOAD-RUN-PARMS                                          *
002460*   LOOKS FOR THE NIGHT-CYCLE RUN PARAMETER FILE.  WHEN IT IS    *
002470*   PRESENT THE RUN IS UNATTENDED AND EVERY CONSOLE ANSWER IS    *
002480*   TAKEN FROM THE ROWS CARRYING THIS PROGRAM'S NAME; WHEN IT    *
002490*   IS ABSENT THE RUN PROMPTS AT THE CONSOLE AS BEFORE.          *
002500******************************************************************
002510 1010-LOAD-RUN-PARMS.
002520     MOVE ZERO TO CIF-PARM-COUNT.
002530     MOVE 'N' TO CIF-PARM-EOF-SWITCH.
002540     OPEN INPUT RUN-PARM-FILE.
002550     IF CIF-RUNPARM-STATUS NOT = '00'
002560         GO TO 1010-EXIT
002570     END-IF.
002580     MOVE 'Y' TO CIF-UNATTENDED-SWITCH.
002590     DISPLAY 'ACCTXTR - UNATTENDED MODE - ANSWERS FROM '
002600         'RUN PARAMETER FILE'.
002610     PERFORM 1015-READ-RUN-PARM THRU 1015-EXIT
002620         UNTIL CIF-PARM-EOF.
002630     CLOSE RUN-PARM-FILE.
002640 1010-EXIT.
002650     EXIT.
002660
002670******************************************************************
002680*   1015-READ-RUN-PARM                                           *
002690*   READS ONE RUN PARAMETER ROW, KEEPING THE ROWS ADDRESSED TO   *
002700*   THIS PROGRAM.                                                *
002710******************************************************************
002720 1015-READ-RUN-PARM.
002730     READ RUN-PARM-FILE
002740         AT END
002750             MOVE 'Y' TO CIF-PARM-EOF-SWITCH
002760         NOT AT END
002770             IF CIF-PRM-PROGRAM-ID = CIF-MY-PROGRAM-ID
002780                 IF CIF-PARM-COUNT < 10
002790                     ADD 1 TO CIF-PARM-COUNT
002800                     MOVE CIF-PRM-KEYWORD
002810                         TO CIF-PTBL-KEYWORD (CIF-PARM-COUNT)
002820                     MOVE CIF-PRM-VALUE
002830                         TO CIF-PTBL-VALUE (CIF-PARM-COUNT)
002840                 END-IF
002850             END-IF
002860     END-READ.
002870     IF NOT CIF-PARM-EOF
002880         IF CIF-RUNPARM-STATUS NOT = '00'
002890             DISPLAY 'ACCTXTR - RUN PARAMETER READ FAILED '
002900                 '- STATUS ' CIF-RUNPARM-STATUS
002910             MOVE 'Y' TO CIF-PARM-EOF-SWITCH
002920         END-IF
002930     END-IF.
002940 1015-EXIT.
002950     EXIT.
002960
002970******************************************************************
002980*   1020-FIND-RUN-PARM                                           *
002990*   SEARCHES THE PARAMETER TABLE FOR THE KEYWORD IN              *
003000*   CIF-PARM-WANT-KEY, LEAVING ITS VALUE IN                      *
003010*   CIF-PARM-VALUE-WORK WHEN FOUND.                              *
003020******************************************************************
003030 1020-FIND-RUN-PARM.
003040     MOVE 'N' TO CIF-PARM-FOUND-SWITCH.
003050     MOVE SPACES TO CIF-PARM-VALUE-WORK.
003060     PERFORM 1025-MATCH-RUN-PARM THRU 1025-EXIT
003070         VARYING CIF-PARM-IDX FROM 1 BY 1
003080         UNTIL CIF-PARM-IDX > CIF-PARM-COUNT OR CIF-PARM-FOUND.
003090 1020-EXIT.
003100     EXIT.
003110
003120******************************************************************
003130*   1025-MATCH-RUN-PARM                                          *
003140*   COMPARES ONE PARAMETER TABLE ENTRY AGAINST THE KEYWORD       *
003150*   WANTED.                                                      *
003160******************************************************************
003170 1025-MATCH-RUN-PARM.
003180     IF CIF-PTBL-KEYWORD (CIF-PARM-IDX) = CIF-PARM-WANT-KEY
003190         MOVE 'Y' TO CIF-PARM-FOUND-SWITCH
003200         MOVE CIF-PTBL-VALUE (CIF-PARM-IDX)
003210             TO CIF-PARM-VALUE-WORK
003220     END-IF.
003230 1025-EXIT.
003240     EXIT.
003250
003260******************************************************************
003270*   1030-PARM-MISSING                                            *
003280*   FAILS THE JOB WITH RETURN CODE 12 WHEN A REQUIRED RUN        *
003290*   PARAMETER IS MISSING FROM AN UNATTENDED RUN.                 *
003300******************************************************************
003310 1030-PARM-MISSING.
003320     DISPLAY 'ACCTXTR - REQUIRED RUN PARAMETER '
003330         CIF-PARM-WANT-KEY ' MISSING - JOB FAILING'.
003340     MOVE 12 TO RETURN-CODE.
003350     MOVE 'Y' TO CIF-ABORT-SWITCH.
003360 1030-EXIT.
003370     EXIT.
003380
003390******************************************************************
003400*   1090-CHECK-RUN-HISTORY                                       *
003410*   SCANS THE SHARED RUN-HISTORY FILE FOR AN END RECORD SHOWING  *
003420*   THIS PROGRAM ALREADY COMPLETED CLEAN TODAY, AND WARNS THE    *
003430*   OPERATOR BEFORE LETTING THE JOB RUN AGAIN.                   *
003440******************************************************************
003450 1090-CHECK-RUN-HISTORY.
003460     MOVE 'N' TO CIF-RUNH-EOF-SWITCH.
003470     MOVE 'N' TO CIF-RUNH-DONE-SWITCH.
003480     OPEN INPUT RUN-HISTORY-FILE.
003490     IF CIF-RUNHIST-STATUS NOT = '00'
003500         GO TO 1090-EXIT
003510     END-IF.
003520     PERFORM 1091-READ-RUN-HISTORY THRU 1091-EXIT
003530         UNTIL CIF-RUNH-EOF.
003540     CLOSE RUN-HISTORY-FILE.
003550
003560     IF CIF-RUNH-DONE-TODAY
003570         IF CIF-UNATTENDED
003580             MOVE 'RERUN' TO CIF-PARM-WANT-KEY
003590             PERFORM 1020-FIND-RUN-PARM THRU 1020-EXIT
003600             IF NOT CIF-PARM-FOUND
003610                 PERFORM 1030-PARM-MISSING THRU 1030-EXIT
003620                 GO TO 1090-EXIT
003630             END-IF
003640             MOVE CIF-PARM-VALUE-WORK(1:1) TO CIF-RESPONSE
003650         ELSE
003660             DISPLAY 'ACCTXTR ALREADY COMPLETED CLEAN TODAY '
003670                 '- RUN AGAIN (Y/N) ? '
003680             ACCEPT CIF-RESPONSE
003690         END-IF
003700         IF CIF-RESPONSE NOT = 'Y' AND CIF-RESPONSE NOT = 'y'
003710             DISPLAY 'RUN CANCELLED BY OPERATOR'
003720             MOVE 8 TO RETURN-CODE
003730             MOVE 'Y' TO CIF-ABORT-SWITCH
003740         END-IF
003750     END-IF.
003760 1090-EXIT.
003770     EXIT.
003780
003790******************************************************************
003800*   1091-READ-RUN-HISTORY                                        *
003810*   READS ONE RUN-HISTORY RECORD OF THE STARTUP CHECK.           *
003820******************************************************************
003830 1091-READ-RUN-HISTORY.
003840     READ RUN-HISTORY-FILE
003850         AT END
003860             MOVE 'Y' TO CIF-RUNH-EOF-SWITCH
003870         NOT AT END
003880             IF CIF-RUNH-PROGRAM-ID = CIF-MY-PROGRAM-ID AND
003890                     CIF-RUNH-END AND
003900                     CIF-RUNH-RUN-DATE = CIF-RUN-DATE AND
003910                     CIF-RUNH-RETURN-CODE = ZERO
003920                 MOVE 'Y' TO CIF-RUNH-DONE-SWITCH
003930             END-IF
003940     END-READ.
003950     IF NOT CIF-RUNH-EOF
003960         IF CIF-RUNHIST-STATUS NOT = '00'
003970             DISPLAY 'ACCTXTR - RUN-HISTORY READ FAILED - '
003980                 'STATUS ' CIF-RUNHIST-STATUS
003990                 ' - STARTUP CHECK INCOMPLETE'
004000             MOVE 'Y' TO CIF-RUNH-EOF-SWITCH
004010         END-IF
004020     END-IF.
004030 1091-EXIT.
004040     EXIT.
004050
004060******************************************************************
004070*   1092-CHECK-PREDECESSORS                                      *
004080*   LOOKS UP THIS PROGRAM'S REQUIRED PREDECESSORS ON THE NIGHT-  *
004090*   CYCLE JOB DEPENDENCY TABLE AND PROVES EACH ONE HAS AN END    *
004100*   RECORD ON THE RUN-HISTORY FILE FOR TODAY WITH RETURN CODE    *
004110*   ZERO.  ANY THAT HAS NOT IS NAMED ON THE CONSOLE AND THE RUN  *
004120*   IS REFUSED WITH RETURN CODE 20.  WITHOUT THE TABLE, OR WITH  *
004130*   NO ROWS FOR THIS PROGRAM, THERE IS NOTHING TO WAIT FOR.      *
004140******************************************************************
004150 1092-CHECK-PREDECESSORS.
004160     MOVE ZERO TO CIF-PRED-COUNT.
004170     MOVE ZERO TO CIF-PREDS-BLOCKING.
004180     MOVE 'N' TO CIF-JOBD-EOF-SWITCH.
004190     OPEN INPUT JOB-DEP-FILE.
004200     IF CIF-JOBDEP-STATUS NOT = '00'
004210         GO TO 1092-EXIT
004220     END-IF.
004230     PERFORM 1093-READ-JOB-DEPENDENCY THRU 1093-EXIT
004240         UNTIL CIF-JOBD-EOF.
004250     CLOSE JOB-DEP-FILE.
004260     IF CIF-ABORT OR CIF-PRED-COUNT = ZERO
004270         GO TO 1092-EXIT
004280     END-IF.
004290
004300     MOVE 'N' TO CIF-RUNH-EOF-SWITCH.
004310     OPEN INPUT RUN-HISTORY-FILE.
004320     IF CIF-RUNHIST-STATUS = '00'
004330         PERFORM 1094-READ-PRED-HISTORY THRU 1094-EXIT
004340             UNTIL CIF-RUNH-EOF
004350         CLOSE RUN-HISTORY-FILE
004360     END-IF.
004370     PERFORM 1097-REPORT-PREDECESSOR THRU 1097-EXIT
004380         VARYING CIF-PRED-IDX FROM 1 BY 1
004390         UNTIL CIF-PRED-IDX > CIF-PRED-COUNT.
004400     IF CIF-PREDS-BLOCKING > ZERO
004410         DISPLAY 'ACCTXTR - PREDECESSORS NOT ENDED CLEAN '
004420             'TODAY : ' CIF-PREDS-BLOCKING ' - RUN REFUSED'
004430         MOVE 20 TO RETURN-CODE
004440         MOVE 'Y' TO CIF-ABORT-SWITCH
004450     END-IF.
004460 1092-EXIT.
004470     EXIT.
004480
004490******************************************************************
004500*   1093-READ-JOB-DEPENDENCY                                     *
004510*   READS ONE JOB DEPENDENCY ROW, TABLING THE PREDECESSORS       *
004520*   NAMED FOR THIS PROGRAM.  A READ FAILURE, OR MORE             *
004530*   PREDECESSORS THAN THE TABLE HOLDS, FAILS THE JOB RATHER      *
004540*   THAN LET IT RUN ON A PARTIAL CHECK.                          *
004550******************************************************************
004560 1093-READ-JOB-DEPENDENCY.
004570     READ JOB-DEP-FILE
004580         AT END
004590             MOVE 'Y' TO CIF-JOBD-EOF-SWITCH
004600             GO TO 1093-EXIT
004610     END-READ.
004620     IF CIF-JOBDEP-STATUS NOT = '00'
004630         DISPLAY 'ACCTXTR - JOB DEPENDENCY READ FAILED - '
004640             'STATUS ' CIF-JOBDEP-STATUS ' - JOB FAILING'
004650         MOVE 16 TO RETURN-CODE
004660         MOVE 'Y' TO CIF-ABORT-SWITCH
004670         MOVE 'Y' TO CIF-JOBD-EOF-SWITCH
004680         GO TO 1093-EXIT
004690     END-IF.
004700     IF CIF-JOBD-PROGRAM-ID NOT = CIF-MY-PROGRAM-ID
004710             OR CIF-JOBD-PRED-ID = SPACES
004720         GO TO 1093-EXIT
004730     END-IF.
004740     IF CIF-PRED-COUNT >= 10
004750         DISPLAY 'ACCTXTR - MORE THAN 10 PREDECESSORS ON THE '
004760             'JOB DEPENDENCY TABLE - JOB FAILING'
004770         MOVE 16 TO RETURN-CODE
004780         MOVE 'Y' TO CIF-ABORT-SWITCH
004790         MOVE 'Y' TO CIF-JOBD-EOF-SWITCH
004800         GO TO 1093-EXIT
004810     END-IF.
004820     ADD 1 TO CIF-PRED-COUNT.
004830     MOVE CIF-JOBD-PRED-ID
004840         TO CIF-PRED-PROGRAM-ID (CIF-PRED-COUNT).
004850     MOVE 'N' TO CIF-PRED-CLEAN-SW (CIF-PRED-COUNT).
004860 1093-EXIT.
004870     EXIT.
004880
004890******************************************************************
004900*   1094-READ-PRED-HISTORY                                       *
004910*   READS ONE RUN-HISTORY RECORD OF THE PREDECESSOR CHECK.  EACH *
004920*   END RECORD FOR TODAY, IN FILE ORDER, MARKS THAT PROGRAM DONE *
004930*   OR NOT DONE, SO ITS LATEST RUN DECIDES - A CLEAN RUN         *
004940*   FOLLOWED BY A FAILED RERUN IS NOT DONE.  A READ ERROR ENDS   *
004950*   THE SCAN, LEAVING ANY PREDECESSOR NOT YET SEEN UNPROVEN.     *
004960******************************************************************
004970 1094-READ-PRED-HISTORY.
004980     READ RUN-HISTORY-FILE
004990         AT END
005000             MOVE 'Y' TO CIF-RUNH-EOF-SWITCH
005010         NOT AT END
005020             IF CIF-RUNH-END AND
005030                     CIF-RUNH-RUN-DATE = CIF-RUN-DATE
005040                 PERFORM 1096-MATCH-PREDECESSOR THRU 1096-EXIT
005050                     VARYING CIF-PRED-IDX FROM 1 BY 1
005060                     UNTIL CIF-PRED-IDX > CIF-PRED-COUNT
005070             END-IF
005080     END-READ.
005090     IF NOT CIF-RUNH-EOF
005100         IF CIF-RUNHIST-STATUS NOT = '00'
005110             DISPLAY 'ACCTXTR - RUN-HISTORY READ FAILED - '
005120                 'STATUS ' CIF-RUNHIST-STATUS
005130                 ' - PREDECESSOR CHECK INCOMPLETE'
005140             MOVE 'Y' TO CIF-RUNH-EOF-SWITCH
005150         END-IF
005160     END-IF.
005170 1094-EXIT.
005180     EXIT.
005190
005200******************************************************************
005210*   1095-WRITE-RUN-START                                         *
005220*   APPENDS THIS RUN'S START RECORD TO THE RUN-HISTORY FILE,     *
005230*   WHICH STAYS OPEN UNTIL THE END RECORD IS WRITTEN AT          *
005240*   TERMINATION.                                                 *
005250******************************************************************
005260 1095-WRITE-RUN-START.
005270     OPEN EXTEND RUN-HISTORY-FILE.
005280     IF CIF-RUNHIST-STATUS NOT = '00'
005290         OPEN OUTPUT RUN-HISTORY-FILE
005300     END-IF.
005310     MOVE SPACES            TO RUN-HISTORY-RECORD.
005320     MOVE CIF-MY-PROGRAM-ID TO CIF-RUNH-PROGRAM-ID.
005330     MOVE 'START'           TO CIF-RUNH-REC-TYPE.
005340     MOVE CIF-RUN-DATE      TO CIF-RUNH-RUN-DATE.
005350     MOVE CIF-START-TIME    TO CIF-RUNH-RUN-TIME.
005360     MOVE ZERO              TO CIF-RUNH-RECS-READ.
005370     MOVE ZERO              TO CIF-RUNH-RECS-WRITTEN.
005380     MOVE ZERO              TO CIF-RUNH-RECS-REJECTED.
005390     MOVE ZERO              TO CIF-RUNH-RETURN-CODE.
005400     WRITE RUN-HISTORY-RECORD.
005410     MOVE 'Y' TO CIF-RUNH-STARTED-SWITCH.
005420 1095-EXIT.
005430     EXIT.
005440
005450******************************************************************
005460*   1096-MATCH-PREDECESSOR                                       *
005470*   WHEN THE END RECORD IN HAND IS ONE PREDECESSOR'S OWN, MARKS  *
005480*   IT DONE FOR A CLEAN END AND NOT DONE FOR ANY OTHER.          *
005490******************************************************************
005500 1096-MATCH-PREDECESSOR.
005510     IF CIF-PRED-PROGRAM-ID (CIF-PRED-IDX) = CIF-RUNH-PROGRAM-ID
005520         IF CIF-RUNH-RETURN-CODE = ZERO
005530             MOVE 'Y' TO CIF-PRED-CLEAN-SW (CIF-PRED-IDX)
005540         ELSE
005550             MOVE 'N' TO CIF-PRED-CLEAN-SW (CIF-PRED-IDX)
005560         END-IF
005570     END-IF.
005580 1096-EXIT.
005590     EXIT.
005600
005610******************************************************************
005620*   1097-REPORT-PREDECESSOR                                      *
005630*   NAMES ONE PREDECESSOR ON THE CONSOLE WHEN IT HAS NOT ENDED   *
005640*   CLEAN TODAY, AND COUNTS IT AGAINST THE RUN.                  *
005650******************************************************************
005660 1097-REPORT-PREDECESSOR.
005670     IF NOT CIF-PRED-CLEAN (CIF-PRED-IDX)
005680         DISPLAY 'ACCTXTR - PREDECESSOR '
005690             CIF-PRED-PROGRAM-ID (CIF-PRED-IDX)
005700             ' HAS NOT ENDED CLEAN TODAY'
005710         ADD 1 TO CIF-PREDS-BLOCKING
005720     END-IF.
005730 1097-EXIT.
005740     EXIT.
005750
005760******************************************************************
005770*   1100-READ-CUSTOMER                                           *
005780******************************************************************
005790 1100-READ-CUSTOMER.
005800     READ CUSTOMER-MASTER NEXT RECORD
005810         AT END
005820             MOVE 'Y' TO CIF-EOF-SWITCH
005830         NOT AT END
005840             ADD 1 TO CIF-RECS-READ
005850     END-READ.
005860     IF NOT CIF-EOF
005870         IF CIF-CUSTMAST-STATUS NOT = '00' AND
005880                 CIF-CUSTMAST-STATUS NOT = '02'
005890             DISPLAY 'ACCTXTR - CUSTOMER-MASTER READ FAILED '
005900                 '- STATUS ' CIF-CUSTMAST-STATUS
005910                 ' - JOB FAILING'
005920             MOVE 16 TO RETURN-CODE
005930             MOVE 'Y' TO CIF-ABORT-SWITCH
005940             MOVE 'Y' TO CIF-EOF-SWITCH
005950         END-IF
005960     END-IF.
005970 1100-EXIT.
005980     EXIT.
005990
006000******************************************************************
006010*   2000-PROCESS-RECORD                                          *
006020*   EXTRACTS EVERY ACTIVE RECORD NOT YET MARKED EXTRACTED,      *
006030*   WHATEVER NIGHT IT WAS ENTERED.                               *
006040******************************************************************
006050 2000-PROCESS-RECORD.
006060     IF CIF-CUST-ACTIVE AND NOT CIF-CUST-EXTRACTED
006070         PERFORM 2100-WRITE-EXTRACT THRU 2100-EXIT
006080     END-IF.
006090     PERFORM 1100-READ-CUSTOMER THRU 1100-EXIT.
006100 2000-EXIT.
006110     EXIT.
006120
006130******************************************************************
006140*   2100-WRITE-EXTRACT                                           *
006150*   WRITES ONE DETAIL RECORD.  THE MASTER IS NOT TOUCHED HERE -  *
006160*   THE EXTRACTED FLAGS ARE SET BY 8500-MARK-EXTRACTED ONLY      *
006170*   AFTER THE WHOLE FILE INCLUDING ITS TRAILER HAS WRITTEN       *
006180*   CLEAN, SO A FAILED RUN SETS NO FLAGS AND THE RERUN SIMPLY    *
006190*   EXTRACTS EVERYTHING AGAIN INTO A FRESH FILE.                 *
006200******************************************************************
006210 2100-WRITE-EXTRACT.
006220     MOVE SPACES           TO EXTRACT-RECORD.
006230     MOVE CIF-CUST-KEY     TO CIF-XTR-ACCT-NO.
006240     MOVE CIF-CUST-NAME    TO CIF-XTR-CUST-NAME.
006250     MOVE CIF-CUST-DEPT    TO CIF-XTR-CUST-DEPT.
006260     MOVE CIF-RUN-DATE     TO CIF-XTR-RUN-DATE.
006270     WRITE EXTRACT-RECORD.
006280     IF CIF-EXTRACT-STATUS NOT = '00'
006290         DISPLAY 'ACCTXTR - EXTRACT WRITE FAILED - KEY '
006300             CIF-CUST-KEY ' STATUS ' CIF-EXTRACT-STATUS
006310         MOVE 16 TO RETURN-CODE
006320         MOVE 'Y' TO CIF-EOF-SWITCH
006330         MOVE 'Y' TO CIF-ABORT-SWITCH
006340     ELSE
006350         ADD 1 TO CIF-RECS-EXTRACTED
006360     END-IF.
006370 2100-EXIT.
006380     EXIT.
006390
006400******************************************************************
006410*   1200-WRITE-HEADER                                            *
006420*   OPENS THE INTERFACE FILE WITH ITS HEADER CONTROL RECORD.     *
006430******************************************************************
006440 1200-WRITE-HEADER.
006450     MOVE SPACES       TO EXTRACT-HEADER-RECORD.
006460     MOVE 'HDR'        TO CIF-XTH-REC-TYPE.
006470     MOVE CIF-RUN-DATE TO CIF-XTH-RUN-DATE.
006480     WRITE EXTRACT-HEADER-RECORD.
006490 1200-EXIT.
006500     EXIT.
006510
006520******************************************************************
006530*   8000-WRITE-TRAILER                                           *
006540*   CLOSES THE INTERFACE FILE WITH ITS TRAILER CONTROL RECORD    *
006550*   CARRYING THE DETAIL COUNT ACCOUNTING VALIDATES AGAINST.  A   *
006560*   FAILED TRAILER WRITE FAILS THE RUN AND NO FLAGS ARE SET,     *
006570*   SO THE RUN-HISTORY RECORD CANNOT CLAIM A CLEAN EXTRACT       *
006580*   ACCOUNTING WILL THEN REJECT.                                 *
006590******************************************************************
006600 8000-WRITE-TRAILER.
006610     MOVE SPACES             TO EXTRACT-TRAILER-RECORD.
006620     MOVE 'TRL'              TO CIF-XTT-REC-TYPE.
006630     MOVE CIF-RUN-DATE       TO CIF-XTT-RUN-DATE.
006640     MOVE CIF-RECS-EXTRACTED TO CIF-XTT-REC-COUNT.
006650     WRITE EXTRACT-TRAILER-RECORD.
006660     IF CIF-EXTRACT-STATUS NOT = '00'
006670         DISPLAY 'ACCTXTR - TRAILER WRITE FAILED - STATUS '
006680             CIF-EXTRACT-STATUS
006690         MOVE 16 TO RETURN-CODE
006700         MOVE 'Y' TO CIF-ABORT-SWITCH
006710     END-IF.
006720 8000-EXIT.
006730     EXIT.
006740
006750******************************************************************
006760*   8500-MARK-EXTRACTED                                          *
006770*   SECOND PASS, RUN ONLY AFTER THE WHOLE INTERFACE FILE         *
006780*   INCLUDING ITS TRAILER HAS WRITTEN CLEAN - READS THE FILE     *
006790*   JUST WRITTEN BACK AND MARKS EACH DETAIL'S MASTER RECORD      *
006800*   EXTRACTED.  THE MARKED COUNT MUST COME OUT EQUAL TO THE      *
006810*   EXTRACTED COUNT OR THE RUN FAILS.                            *
006820******************************************************************
006830 8500-MARK-EXTRACTED.
006840     CLOSE EXTRACT-FILE.
006850     MOVE 'N' TO CIF-EXTRACT-OPEN-SW.
006860     OPEN INPUT EXTRACT-FILE.
006870     IF CIF-EXTRACT-STATUS NOT = '00'
006880         DISPLAY 'ACCTXTR - EXTRACT REOPEN FAILED - STATUS '
006890             CIF-EXTRACT-STATUS
006900         MOVE 16 TO RETURN-CODE
006910         MOVE 'Y' TO CIF-ABORT-SWITCH
006920         GO TO 8500-EXIT
006930     END-IF.
006940     MOVE 'Y' TO CIF-EXTRACT-OPEN-SW.
006950
006960     PERFORM 8510-MARK-ONE THRU 8510-EXIT
006970         UNTIL CIF-MARK-EOF OR CIF-ABORT.
006980
006990     IF NOT CIF-ABORT
007000         IF CIF-RECS-MARKED NOT = CIF-RECS-EXTRACTED
007010             DISPLAY 'ACCTXTR - MARKED COUNT '
007020                 CIF-RECS-MARKED ' DOES NOT TIE TO EXTRACTED '
007030                 CIF-RECS-EXTRACTED ' - JOB FAILING'
007040             MOVE 16 TO RETURN-CODE
007050             MOVE 'Y' TO CIF-ABORT-SWITCH
007060         END-IF
007070     END-IF.
007080 8500-EXIT.
007090     EXIT.
007100
007110******************************************************************
007120*   8510-MARK-ONE                                                *
007130*   READS ONE RECORD OF THE INTERFACE FILE BACK AND, FOR A       *
007140*   DETAIL, MARKS ITS MASTER RECORD EXTRACTED.  HEADER AND       *
007150*   TRAILER CONTROL RECORDS ARE PASSED OVER.  ANY FAILURE        *
007160*   FAILS THE RUN - THE RECORDS ALREADY MARKED WERE DELIVERED    *
007170*   IN A COMPLETE FILE, SO THEY STAY MARKED.                     *
007180******************************************************************
007190 8510-MARK-ONE.
007200     READ EXTRACT-FILE
007210         AT END
007220             MOVE 'Y' TO CIF-MARK-EOF-SWITCH
007230     END-READ.
007240     IF CIF-MARK-EOF
007250         GO TO 8510-EXIT
007260     END-IF.
007270     IF CIF-EXTRACT-STATUS NOT = '00'
007280         DISPLAY 'ACCTXTR - EXTRACT READ-BACK FAILED - STATUS '
007290             CIF-EXTRACT-STATUS
007300         MOVE 16 TO RETURN-CODE
007310         MOVE 'Y' TO CIF-ABORT-SWITCH
007320         GO TO 8510-EXIT
007330     END-IF.
007340     IF CIF-XTH-REC-TYPE = 'HDR' OR CIF-XTH-REC-TYPE = 'TRL'
007350         GO TO 8510-EXIT
007360     END-IF.
007370
007380     MOVE CIF-XTR-ACCT-NO TO CIF-CUST-KEY.
007390     READ CUSTOMER-MASTER
007400         INVALID KEY
007410             DISPLAY 'ACCTXTR - EXTRACTED ACCOUNT '
007420                 CIF-XTR-ACCT-NO ' NOT ON MASTER - STATUS '
007430                 CIF-CUSTMAST-STATUS
007440             MOVE 16 TO RETURN-CODE
007450             MOVE 'Y' TO CIF-ABORT-SWITCH
007460             GO TO 8510-EXIT
007470     END-READ.
007480     IF CIF-CUSTMAST-STATUS NOT = '00'
007490         DISPLAY 'ACCTXTR - MASTER READ FAILED - KEY '
007500             CIF-CUST-KEY ' STATUS ' CIF-CUSTMAST-STATUS
007510         MOVE 16 TO RETURN-CODE
007520         MOVE 'Y' TO CIF-ABORT-SWITCH
007530         GO TO 8510-EXIT
007540     END-IF.
007550
007560     MOVE 'Y' TO CIF-CUST-XTR-FLAG.
007570     REWRITE CUSTOMER-MASTER-RECORD
007580         INVALID KEY
007590             DISPLAY 'ACCTXTR - MASTER REWRITE FAILED - KEY '
007600                 CIF-CUST-KEY ' STATUS ' CIF-CUSTMAST-STATUS
007610             MOVE 16 TO RETURN-CODE
007620             MOVE 'Y' TO CIF-ABORT-SWITCH
007630             GO TO 8510-EXIT
007640     END-REWRITE.
007650     IF CIF-CUSTMAST-STATUS NOT = '00'
007660         DISPLAY 'ACCTXTR - MASTER REWRITE FAILED - KEY '
007670             CIF-CUST-KEY ' STATUS ' CIF-CUSTMAST-STATUS
007680         MOVE 16 TO RETURN-CODE
007690         MOVE 'Y' TO CIF-ABORT-SWITCH
007700         GO TO 8510-EXIT
007710     END-IF.
007720     ADD 1 TO CIF-RECS-MARKED.
007730 8510-EXIT.
007740     EXIT.
007750
007760******************************************************************
007770*   9000-TERMINATE                                               *
007780******************************************************************
007790 9000-TERMINATE.
007800     IF CIF-RUNH-STARTED
007810         PERFORM 9100-WRITE-RUN-END THRU 9100-EXIT
007820     END-IF.
007830     DISPLAY 'ACCTXTR - RECORDS READ      : ' CIF-RECS-READ.
007840     DISPLAY 'ACCTXTR - RECORDS EXTRACTED : ' CIF-RECS-EXTRACTED.
007850     IF CIF-CUSTMAST-OPEN
007860         CLOSE CUSTOMER-MASTER
007870     END-IF.
007880     IF CIF-EXTRACT-OPEN
007890         CLOSE EXTRACT-FILE
007900     END-IF.
007910 9000-EXIT.
007920     EXIT.
007930
007940
007950******************************************************************
007960*   9100-WRITE-RUN-END                                           *
007970*   APPENDS THIS RUN'S END RECORD - COUNTS AND FINAL RETURN      *
007980*   CODE - AND CLOSES THE RUN-HISTORY FILE.                      *
007990******************************************************************
008000 9100-WRITE-RUN-END.
008010     ACCEPT CIF-END-TIME FROM TIME.
008020     MOVE SPACES             TO RUN-HISTORY-RECORD.
008030     MOVE CIF-MY-PROGRAM-ID  TO CIF-RUNH-PROGRAM-ID.
008040     MOVE 'END'              TO CIF-RUNH-REC-TYPE.
008050     MOVE CIF-RUN-DATE       TO CIF-RUNH-RUN-DATE.
008060     MOVE CIF-END-TIME       TO CIF-RUNH-RUN-TIME.
008070     MOVE CIF-RECS-READ      TO CIF-RUNH-RECS-READ.
008080     MOVE CIF-RECS-EXTRACTED TO CIF-RUNH-RECS-WRITTEN.
008090     MOVE ZERO               TO CIF-RUNH-RECS-REJECTED.
008100     MOVE RETURN-CODE        TO CIF-RUNH-RETURN-CODE.
008110     WRITE RUN-HISTORY-RECORD.
008120     CLOSE RUN-HISTORY-FILE.
008130 9100-EXIT.
008140     EXIT.
008150
008160 END PROGRAM ACCTXTR.
