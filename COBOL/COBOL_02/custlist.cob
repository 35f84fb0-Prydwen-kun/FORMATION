000360*                    PARAMETER FILE IS PRESENT THE CONSOLE       *
000370*                    ANSWERS ARE TAKEN FROM IT AND A MISSING     *
000380*                    REQUIRED ANSWER FAILS THE JOB WITH RC 12.   *
000390*   10/15/26   JPL   CHECKS THE NIGHT-CYCLE JOB DEPENDENCY TABLE *
000400*                    AT STARTUP AND REFUSES TO RUN, WITH RC 20,  *
000410*                    UNTIL EVERY PREDECESSOR HAS ENDED CLEAN     *
000420*                    TODAY.  A REFUSED RUN IS LOGGED ON THE      *
000430*                    RUN-HISTORY FILE.                           *
000440*                                                                *
000450******************************************************************
000460 IDENTIFICATION DIVISION.
000470 PROGRAM-ID. CUSTLIST.
000480
000490 ENVIRONMENT DIVISION.
000500 INPUT-OUTPUT SECTION.
000510 FILE-CONTROL.
000520     SELECT CUSTOMER-MASTER ASSIGN TO CUSTMAST
000530         ORGANIZATION IS INDEXED
000540         ACCESS MODE IS SEQUENTIAL
000550         RECORD KEY IS CIF-CUST-KEY
000560         ALTERNATE RECORD KEY IS CIF-CUST-NAME
000570             WITH DUPLICATES
000580         FILE STATUS IS CIF-CUSTMAST-STATUS.
000590
000600     SELECT REPORT-LISTING ASSIGN TO CUSTRPT
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
000810 FD  REPORT-LISTING.
000820 01  CIF-REPORT-LINE             PIC X(80).
000830
000840 FD  RUN-HISTORY-FILE.
000850     COPY RUNHREC.
000860
000870 FD  JOB-DEP-FILE.
000880     COPY JOBDREC.
000890
000900 FD  RUN-PARM-FILE.
000910     COPY RUNPREC.
000920
000930 WORKING-STORAGE SECTION.
000940 01  CIF-FILE-STATUSES.
000950     05  CIF-RUNPARM-STATUS      PIC X(02) VALUE '00'.
000960     05  CIF-CUSTMAST-STATUS     PIC X(02) VALUE '00'.
000970     05  CIF-REPORT-STATUS       PIC X(02) VALUE '00'.
000980     05  CIF-RUNHIST-STATUS      PIC X(02) VALUE '00'.
000990     05  CIF-JOBDEP-STATUS       PIC X(02) VALUE '00'.
001000
001010 01  CIF-SWITCHES.
001020     05  CIF-UNATTENDED-SWITCH   PIC X(01) VALUE 'N'.
001030         88  CIF-UNATTENDED                 VALUE 'Y'.
001040     05  CIF-PARM-EOF-SWITCH     PIC X(01) VALUE 'N'.
001050         88  CIF-PARM-EOF                   VALUE 'Y'.
001060     05  CIF-PARM-FOUND-SWITCH   PIC X(01) VALUE 'N'.
001070         88  CIF-PARM-FOUND                 VALUE 'Y'.
001080     05  CIF-EOF-SWITCH          PIC X(01) VALUE 'N'.
001090         88  CIF-EOF                        VALUE 'Y'.
001100     05  CIF-ABORT-SWITCH        PIC X(01) VALUE 'N'.
001110         88  CIF-ABORT                      VALUE 'Y'.
001120     05  CIF-CUSTMAST-OPEN-SW    PIC X(01) VALUE 'N'.
001130         88  CIF-CUSTMAST-OPEN              VALUE 'Y'.
001140     05  CIF-REPORT-OPEN-SW      PIC X(01) VALUE 'N'.
001150         88  CIF-REPORT-OPEN                VALUE 'Y'.
001160     05  CIF-RUNH-EOF-SWITCH     PIC X(01) VALUE 'N'.
001170         88  CIF-RUNH-EOF                   VALUE 'Y'.
001180     05  CIF-RUNH-DONE-SWITCH    PIC X(01) VALUE 'N'.
001190         88  CIF-RUNH-DONE-TODAY            VALUE 'Y'.
001200     05  CIF-RUNH-STARTED-SWITCH PIC X(01) VALUE 'N'.
001210         88  CIF-RUNH-STARTED               VALUE 'Y'.
001220     05  CIF-JOBD-EOF-SWITCH     PIC X(01) VALUE 'N'.
001230         88  CIF-JOBD-EOF                   VALUE 'Y'.
001240
001250
001260 01  CIF-COUNTERS.
001270     05  CIF-PARM-IDX            PIC 9(02) COMP VALUE ZERO.
001280     05  CIF-PARM-COUNT          PIC 9(02) COMP VALUE ZERO.
001290     05  CIF-PRED-IDX            PIC 9(02) COMP VALUE ZERO.
001300     05  CIF-PRED-COUNT          PIC 9(02) COMP VALUE ZERO.
001310     05  CIF-PREDS-BLOCKING      PIC 9(02) COMP VALUE ZERO.
001320     05  CIF-RECORD-COUNT        PIC 9(06) COMP VALUE ZERO.
001330     05  CIF-LINE-COUNT          PIC 9(03) COMP VALUE ZERO.
001340     05  CIF-PAGE-NO             PIC 9(04) COMP VALUE ZERO.
001350
001360 01  CIF-MISC-WORK.
001370     05  CIF-PARM-WANT-KEY       PIC X(10) VALUE SPACES.
001380     05  CIF-PARM-VALUE-WORK     PIC X(20) VALUE SPACES.
001390     05  CIF-LINES-PER-PAGE      PIC 9(03) VALUE 50.
001400     05  CIF-RUN-DATE            PIC X(08).
001410     05  CIF-RUN-DATE-EDIT       PIC X(10).
001420     05  CIF-MY-PROGRAM-ID       PIC X(10) VALUE 'CUSTLIST'.
001430     05  CIF-START-TIME          PIC X(08).
001440     05  CIF-END-TIME            PIC X(08).
001450     05  CIF-RESPONSE            PIC X(01) VALUE SPACE.
001460
001470******************************************************************
001480*   PRINT LINE - A SINGLE 80-BYTE PRINT AREA REDEFINED BELOW     *
001490*   INTO THE HEADING, DETAIL AND TOTAL LAYOUTS ACTUALLY MOVED    *
001500*   TO CIF-REPORT-LINE FOR EACH WRITE.                          *
001510******************************************************************
001520 01  CIF-PRINT-LINE                  PIC X(80) VALUE SPACES.
001530
001540 01  CIF-PRINT-LINE-HEAD-1 REDEFINES CIF-PRINT-LINE.
001550     05  CIF-H1-FILLER-1             PIC X(25).
001560     05  CIF-H1-TITLE                PIC X(30).
001570     05  CIF-H1-FILLER-2             PIC X(05).
001580     05  CIF-H1-PAGE-LIT             PIC X(05).
001590     05  CIF-H1-PAGE-NO              PIC ZZZ9.
001600     05  CIF-H1-FILLER-3             PIC X(11).
001610
001620 01  CIF-PRINT-LINE-HEAD-2 REDEFINES CIF-PRINT-LINE.
001630     05  CIF-H2-FILLER-1             PIC X(25).
001640     05  CIF-H2-DATE-LIT             PIC X(10).
001650     05  CIF-H2-RUN-DATE             PIC X(10).
001660     05  CIF-H2-FILLER-2             PIC X(35).
001670
001680 01  CIF-PRINT-LINE-HEAD-3 REDEFINES CIF-PRINT-LINE.
001690     05  CIF-H3-ACCT-LIT             PIC X(11).
001700     05  CIF-H3-NAME-LIT             PIC X(52).
001710     05  CIF-H3-DEPT-LIT             PIC X(17).
001720
001730 01  CIF-PRINT-LINE-DETAIL REDEFINES CIF-PRINT-LINE.
001740     05  CIF-D-ACCT-NO               PIC 9(09).
001750     05  CIF-D-FILLER-1              PIC X(02).
001760     05  CIF-D-NAME                  PIC A(50).
001770     05  CIF-D-FILLER-2              PIC X(02).
001780     05  CIF-D-DEPT                  PIC X(17).
001790
001800 01  CIF-PRINT-LINE-TOTAL REDEFINES CIF-PRINT-LINE.
001810     05  CIF-T-FILLER-1              PIC X(10).
001820     05  CIF-T-LIT                   PIC X(20).
001830     05  CIF-T-COUNT                 PIC ZZZ,ZZ9.
001840     05  CIF-T-FILLER-2              PIC X(43).
001850
001860
001870******************************************************************
001880*   PREDECESSOR TABLE                                            *
001890*   THE JOBS THAT MUST HAVE ENDED CLEAN TODAY BEFORE THIS        *
001900*   PROGRAM MAY RUN, FROM THE NIGHT-CYCLE JOB DEPENDENCY TABLE.  *
001910******************************************************************
001920 01  CIF-PRED-TABLE.
001930     05  CIF-PRED-ENTRY OCCURS 10 TIMES.
001940         10  CIF-PRED-PROGRAM-ID PIC X(10).
001950         10  CIF-PRED-CLEAN-SW   PIC X(01).
001960             88  CIF-PRED-CLEAN             VALUE 'Y'.
001970
001980******************************************************************
001990*   RUN PARAMETER TABLE                                          *
002000*   THE ANSWERS FOR THIS PROGRAM FROM THE NIGHT-CYCLE RUN        *
002010*   PARAMETER FILE, LOADED AT STARTUP WHEN THE FILE IS PRESENT.  *
002020******************************************************************
002030 01  CIF-PARM-TABLE.
002040     05  CIF-PARM-ENTRY OCCURS 10 TIMES.
002050         10  CIF-PTBL-KEYWORD    PIC X(10).
002060         10  CIF-PTBL-VALUE      PIC X(20).
002070 PROCEDURE DIVISION.
002080******************************************************************
002090*   0000-MAINLINE                                                *
002100******************************************************************
002110 0000-MAINLINE.
002120     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002130     IF NOT CIF-ABORT
002140         PERFORM 2000-PROCESS-RECORD THRU 2000-EXIT
002150             UNTIL CIF-EOF
002160         PERFORM 8000-WRITE-TOTAL-LINE THRU 8000-EXIT
002170     END-IF.
002180     PERFORM 9000-TERMINATE THRU 9000-EXIT.
002190     STOP RUN.
002200
002210******************************************************************
002220*   1000-INITIALIZE                                              *
002230******************************************************************
002240 1000-INITIALIZE.
002250     ACCEPT CIF-RUN-DATE FROM DATE YYYYMMDD.
002260     ACCEPT CIF-START-TIME FROM TIME.
002270     PERFORM 1010-LOAD-RUN-PARMS THRU 1010-EXIT.
002280     PERFORM 1090-CHECK-RUN-HISTORY THRU 1090-EXIT.
002290     IF CIF-ABORT
002300         GO TO 1000-EXIT
002310     END-IF.
002320     PERFORM 1092-CHECK-PREDECESSORS THRU 1092-EXIT.
002330     PERFORM 1095-WRITE-RUN-START THRU 1095-EXIT.
002340     IF CIF-ABORT
002350         GO TO 1000-EXIT
002360     END-IF.
002370     MOVE CIF-RUN-DATE(5:2) TO CIF-RUN-DATE-EDIT(1:2).
002380     MOVE '/'               TO CIF-RUN-DATE-EDIT(3:1).
002390     MOVE CIF-RUN-DATE(7:2) TO CIF-RUN-DATE-EDIT(4:2).
002400     MOVE '/'               TO CIF-RUN-DATE-EDIT(6:1).
002410     MOVE CIF-RUN-DATE(1:4) TO CIF-RUN-DATE-EDIT(7:4).
002420
002430     OPEN INPUT CUSTOMER-MASTER.
002440     IF CIF-CUSTMAST-STATUS NOT = '00'
002450         DISPLAY 'CUSTLIST - CUSTOMER-MASTER OPEN FAILED - '
002460             'STATUS ' CIF-CUSTMAST-STATUS
002470         MOVE 16 TO RETURN-CODE
002480         MOVE 'Y' TO CIF-ABORT-SWITCH
002490     ELSE
002500         MOVE 'Y' TO CIF-CUSTMAST-OPEN-SW
002510         OPEN OUTPUT REPORT-LISTING
002520         IF CIF-REPORT-STATUS NOT = '00'
002530             DISPLAY 'CUSTLIST - REPORT-LISTING OPEN FAILED - '
002540                 'STATUS ' CIF-REPORT-STATUS
002550             MOVE 16 TO RETURN-CODE
002560             MOVE 'Y' TO CIF-ABORT-SWITCH
002570         ELSE
002580             MOVE 'Y' TO CIF-REPORT-OPEN-SW
002590             PERFORM 1100-READ-CUSTOMER THRU 1100-EXIT
002600         END-IF
002610     END-IF.
002620 1000-EXIT.
002630     EXIT.
002640
002650******************************************************************
002660*   1010-LOAD-RUN-PARMS                                          *
002670*   LOOKS FOR THE NIGHT-CYCLE RUN PARAMETER FILE.  WHEN IT IS    *
002680*   PRESENT THE RUN IS UNATTENDED AND EVERY CONSOLE ANSWER IS    *
002690*   TAKEN FROM THE ROWS CARRYING THIS PROGRAM'S NAME; WHEN IT    *
002700*   IS ABSENT THE RUN PROMPTS AT THE CONSOLE AS BEFORE.          *
002710******************************************************************
002720 1010-LOAD-RUN-PARMS.
002730     MOVE ZERO TO CIF-PARM-COUNT.
002740     MOVE 'N' TO CIF-PARM-EOF-SWITCH.
002750     OPEN INPUT RUN-PARM-FILE.
002760     IF CIF-RUNPARM-STATUS NOT = '00'
002770         GO TO 1010-EXIT
002780     END-IF.
002790     MOVE 'Y' TO CIF-UNATTENDED-SWITCH.
002800     DISPLAY 'CUSTLIST - UNATTENDED MODE - ANSWERS FROM '
002810         'RUN PARAMETER FILE'.
002820     PERFORM 1015-READ-RUN-PARM THRU 1015-EXIT
002830         UNTIL CIF-PARM-EOF.
002840     CLOSE RUN-PARM-FILE.
002850 1010-EXIT.
002860     EXIT.
002870
002880******************************************************************
002890*   1015-READ-RUN-PARM                                           *
002900*   READS ONE RUN PARAMETER ROW, KEEPING THE ROWS ADDRESSED TO   *
002910*   THIS PROGRAM.                                                *
002920******************************************************************
002930 1015-READ-RUN-PARM.
002940     READ RUN-PARM-FILE
002950         AT END
002960             MOVE 'Y' TO CIF-PARM-EOF-SWITCH
002970         NOT AT END
002980             IF CIF-PRM-PROGRAM-ID = CIF-MY-PROGRAM-ID
002990                 IF CIF-PARM-COUNT < 10
003000                     ADD 1 TO CIF-PARM-COUNT
003010                     MOVE CIF-PRM-KEYWORD
003020                         TO CIF-PTBL-KEYWORD (CIF-PARM-COUNT)
003030                     MOVE CIF-PRM-VALUE
003040                         TO CIF-PTBL-VALUE (CIF-PARM-COUNT)
003050                 END-IF
003060             END-IF
003070     END-READ.
003080     IF NOT CIF-PARM-EOF
003090         IF CIF-RUNPARM-STATUS NOT = '00'
003100             DISPLAY 'CUSTLIST - RUN PARAMETER READ FAILED '
003110                 '- STATUS ' CIF-RUNPARM-STATUS
003120             MOVE 'Y' TO CIF-PARM-EOF-SWITCH
003130         END-IF
003140     END-IF.
003150 1015-EXIT.
003160     EXIT.
003170
003180******************************************************************
003190*   1020-FIND-RUN-PARM                                           *
003200*   SEARCHES THE PARAMETER TABLE FOR THE KEYWORD IN              *
003210*   CIF-PARM-WANT-KEY, LEAVING ITS VALUE IN                      *
003220*   CIF-PARM-VALUE-WORK WHEN FOUND.                              *
003230******************************************************************
003240 1020-FIND-RUN-PARM.
003250     MOVE 'N' TO CIF-PARM-FOUND-SWITCH.
003260     MOVE SPACES TO CIF-PARM-VALUE-WORK.
003270     PERFORM 1025-MATCH-RUN-PARM THRU 1025-EXIT
003280         VARYING CIF-PARM-IDX FROM 1 BY 1
003290         UNTIL CIF-PARM-IDX > CIF-PARM-COUNT OR CIF-PARM-FOUND.
003300 1020-EXIT.
003310     EXIT.
003320
003330******************************************************************
003340*   1025-MATCH-RUN-PARM                                          *
003350*   COMPARES ONE PARAMETER TABLE ENTRY AGAINST THE KEYWORD       *
003360*   WANTED.                                                      *
003370******************************************************************
003380 1025-MATCH-RUN-PARM.
003390     IF CIF-PTBL-KEYWORD (CIF-PARM-IDX) = CIF-PARM-WANT-KEY
003400         MOVE 'Y' TO CIF-PARM-FOUND-SWITCH
003410         MOVE CIF-PTBL-VALUE (CIF-PARM-IDX)
003420             TO CIF-PARM-VALUE-WORK
003430     END-IF.
003440 1025-EXIT.
003450     EXIT.
003460
003470******************************************************************
003480*   1030-PARM-MISSING                                            *
003490*   FAILS THE JOB WITH RETURN CODE 12 WHEN A REQUIRED RUN        *
003500*   PARAMETER IS MISSING FROM AN UNATTENDED RUN.                 *
003510******************************************************************
003520 1030-PARM-MISSING.
003530     DISPLAY 'CUSTLIST - REQUIRED RUN PARAMETER '
003540         CIF-PARM-WANT-KEY ' MISSING - JOB FAILING'.
003550     MOVE 12 TO RETURN-CODE.
003560     MOVE 'Y' TO CIF-ABORT-SWITCH.
003570 1030-EXIT.
003580     EXIT.
003590
003600******************************************************************
003610*   1090-CHECK-RUN-HISTORY                                       *
003620*   SCANS THE SHARED RUN-HISTORY FILE FOR AN END RECORD SHOWING  *
003630*   THIS PROGRAM ALREADY COMPLETED CLEAN TODAY, AND WARNS THE    *
003640*   OPERATOR BEFORE LETTING THE JOB RUN AGAIN.                   *
003650******************************************************************
003660 1090-CHECK-RUN-HISTORY.
003670     MOVE 'N' TO CIF-RUNH-EOF-SWITCH.
003680     MOVE 'N' TO CIF-RUNH-DONE-SWITCH.
003690     OPEN INPUT RUN-HISTORY-FILE.
003700     IF CIF-RUNHIST-STATUS NOT = '00'
003710         GO TO 1090-EXIT
003720     END-IF.
003730     PERFORM 1091-READ-RUN-HISTORY THRU 1091-EXIT
003740         UNTIL CIF-RUNH-EOF.
003750     CLOSE RUN-HISTORY-FILE.
003760
003770     IF CIF-RUNH-DONE-TODAY
003780         IF CIF-UNATTENDED
003790             MOVE 'RERUN' TO CIF-PARM-WANT-KEY
003800             PERFORM 1020-FIND-RUN-PARM THRU 1020-EXIT
003810             IF NOT CIF-PARM-FOUND
003820                 PERFORM 1030-PARM-MISSING THRU 1030-EXIT
003830                 GO TO 1090-EXIT
003840             END-IF
003850             MOVE CIF-PARM-VALUE-WORK(1:1) TO CIF-RESPONSE
003860         ELSE
003870             DISPLAY 'CUSTLIST ALREADY COMPLETED CLEAN TODAY '
003880                 '- RUN AGAIN (Y/N) ? '
003890             ACCEPT CIF-RESPONSE
003900         END-IF
003910         IF CIF-RESPONSE NOT = 'Y' AND CIF-RESPONSE NOT = 'y'
003920             DISPLAY 'RUN CANCELLED BY OPERATOR'
003930             MOVE 8 TO RETURN-CODE
003940             MOVE 'Y' TO CIF-ABORT-SWITCH
003950         END-IF
003960     END-IF.
003970 1090-EXIT.
003980     EXIT.
003990
004000******************************************************************
004010*   1091-READ-RUN-HISTORY                                        *
004020*   READS ONE RUN-HISTORY RECORD OF THE STARTUP CHECK.           *
004030******************************************************************
004040 1091-READ-RUN-HISTORY.
004050     READ RUN-HISTORY-FILE
004060         AT END
004070             MOVE 'Y' TO CIF-RUNH-EOF-SWITCH
004080         NOT AT END
004090             IF CIF-RUNH-PROGRAM-ID = CIF-MY-PROGRAM-ID AND
004100                     CIF-RUNH-END AND
004110                     CIF-RUNH-RUN-DATE = CIF-RUN-DATE AND
004120                     CIF-RUNH-RETURN-CODE = ZERO
004130                 MOVE 'Y' TO CIF-RUNH-DONE-SWITCH
004140             END-IF
004150     END-READ.
004160     IF NOT CIF-RUNH-EOF
004170         IF CIF-RUNHIST-STATUS NOT = '00'
004180             DISPLAY 'CUSTLIST - RUN-HISTORY READ FAILED - '
004190                 'STATUS ' CIF-RUNHIST-STATUS
004200                 ' - STARTUP CHECK INCOMPLETE'
004210             MOVE 'Y' TO CIF-RUNH-EOF-SWITCH
004220         END-IF
004230     END-IF.
004240 1091-EXIT.
004250     EXIT.
004260
004270******************************************************************
004280*   1092-CHECK-PREDECESSORS                                      *
004290*   LOOKS UP THIS PROGRAM'S REQUIRED PREDECESSORS ON THE NIGHT-  *
004300*   CYCLE JOB DEPENDENCY TABLE AND PROVES EACH ONE HAS AN END    *
004310*   RECORD ON THE RUN-HISTORY FILE FOR TODAY WITH RETURN CODE    *
004320*   ZERO.  ANY THAT HAS NOT IS NAMED ON THE CONSOLE AND THE RUN  *
004330*   IS REFUSED WITH RETURN CODE 20.  WITHOUT THE TABLE, OR WITH  *
004340*   NO ROWS FOR THIS PROGRAM, THERE IS NOTHING TO WAIT FOR.      *
004350******************************************************************
004360 1092-CHECK-PREDECESSORS.
004370     MOVE ZERO TO CIF-PRED-COUNT.
004380     MOVE ZERO TO CIF-PREDS-BLOCKING.
004390     MOVE 'N' TO CIF-JOBD-EOF-SWITCH.
004400     OPEN INPUT JOB-DEP-FILE.
004410     IF CIF-JOBDEP-STATUS NOT = '00'
004420         GO TO 1092-EXIT
004430     END-IF.
004440     PERFORM 1093-READ-JOB-DEPENDENCY THRU 1093-EXIT
004450         UNTIL CIF-JOBD-EOF.
004460     CLOSE JOB-DEP-FILE.
004470     IF CIF-ABORT OR CIF-PRED-COUNT = ZERO
004480         GO TO 1092-EXIT
004490     END-IF.
004500
004510     MOVE 'N' TO CIF-RUNH-EOF-SWITCH.
004520     OPEN INPUT RUN-HISTORY-FILE.
004530     IF CIF-RUNHIST-STATUS = '00'
004540         PERFORM 1094-READ-PRED-HISTORY THRU 1094-EXIT
004550             UNTIL CIF-RUNH-EOF
004560         CLOSE RUN-HISTORY-FILE
004570     END-IF.
004580     PERFORM 1097-REPORT-PREDECESSOR THRU 1097-EXIT
004590         VARYING CIF-PRED-IDX FROM 1 BY 1
004600         UNTIL CIF-PRED-IDX > CIF-PRED-COUNT.
004610     IF CIF-PREDS-BLOCKING > ZERO
004620         DISPLAY 'CUSTLIST - PREDECESSORS NOT ENDED CLEAN '
004630             'TODAY : ' CIF-PREDS-BLOCKING ' - RUN REFUSED'
004640         MOVE 20 TO RETURN-CODE
004650         MOVE 'Y' TO CIF-ABORT-SWITCH
004660     END-IF.
004670 1092-EXIT.
004680     EXIT.
004690
004700******************************************************************
004710*   1093-READ-JOB-DEPENDENCY                                     *
004720*   READS ONE JOB DEPENDENCY ROW, TABLING THE PREDECESSORS       *
004730*   NAMED FOR THIS PROGRAM.  A READ FAILURE, OR MORE             *
004740*   PREDECESSORS THAN THE TABLE HOLDS, FAILS THE JOB RATHER      *
004750*   THAN LET IT RUN ON A PARTIAL CHECK.                          *
004760******************************************************************
004770 1093-READ-JOB-DEPENDENCY.
004780     READ JOB-DEP-FILE
004790         AT END
004800             MOVE 'Y' TO CIF-JOBD-EOF-SWITCH
004810             GO TO 1093-EXIT
004820     END-READ.
004830     IF CIF-JOBDEP-STATUS NOT = '00'
004840         DISPLAY 'CUSTLIST - JOB DEPENDENCY READ FAILED - '
004850             'STATUS ' CIF-JOBDEP-STATUS ' - JOB FAILING'
004860         MOVE 16 TO RETURN-CODE
004870         MOVE 'Y' TO CIF-ABORT-SWITCH
004880         MOVE 'Y' TO CIF-JOBD-EOF-SWITCH
004890         GO TO 1093-EXIT
004900     END-IF.
004910     IF CIF-JOBD-PROGRAM-ID NOT = CIF-MY-PROGRAM-ID
004920             OR CIF-JOBD-PRED-ID = SPACES
004930         GO TO 1093-EXIT
004940     END-IF.
004950     IF CIF-PRED-COUNT >= 10
004960         DISPLAY 'CUSTLIST - MORE THAN 10 PREDECESSORS ON THE '
004970             'JOB DEPENDENCY TABLE - JOB FAILING'
004980         MOVE 16 TO RETURN-CODE
004990         MOVE 'Y' TO CIF-ABORT-SWITCH
005000         MOVE 'Y' TO CIF-JOBD-EOF-SWITCH
005010         GO TO 1093-EXIT
005020     END-IF.
005030     ADD 1 TO CIF-PRED-COUNT.
005040     MOVE CIF-JOBD-PRED-ID
005050         TO CIF-PRED-PROGRAM-ID (CIF-PRED-COUNT).
005060     MOVE 'N' TO CIF-PRED-CLEAN-SW (CIF-PRED-COUNT).
005070 1093-EXIT.
005080     EXIT.
005090
005100******************************************************************
005110*   1094-READ-PRED-HISTORY                                       *
005120*   READS ONE RUN-HISTORY RECORD OF THE PREDECESSOR CHECK.  EACH *
005130*   END RECORD FOR TODAY, IN FILE ORDER, MARKS THAT PROGRAM DONE *
005140*   OR NOT DONE, SO ITS LATEST RUN DECIDES - A CLEAN RUN         *
005150*   FOLLOWED BY A FAILED RERUN IS NOT DONE.  A READ ERROR ENDS   *
005160*   THE SCAN, LEAVING ANY PREDECESSOR NOT YET SEEN UNPROVEN.     *
005170******************************************************************
005180 1094-READ-PRED-HISTORY.
005190     READ RUN-HISTORY-FILE
005200         AT END
005210             MOVE 'Y' TO CIF-RUNH-EOF-SWITCH
005220         NOT AT END
005230             IF CIF-RUNH-END AND
005240                     CIF-RUNH-RUN-DATE = CIF-RUN-DATE
005250                 PERFORM 1096-MATCH-PREDECESSOR THRU 1096-EXIT
005260                     VARYING CIF-PRED-IDX FROM 1 BY 1
005270                     UNTIL CIF-PRED-IDX > CIF-PRED-COUNT
005280             END-IF
005290     END-READ.
005300     IF NOT CIF-RUNH-EOF
005310         IF CIF-RUNHIST-STATUS NOT = '00'
005320             DISPLAY 'CUSTLIST - RUN-HISTORY READ FAILED - '
005330                 'STATUS ' CIF-RUNHIST-STATUS
005340                 ' - PREDECESSOR CHECK INCOMPLETE'
005350             MOVE 'Y' TO CIF-RUNH-EOF-SWITCH
005360         END-IF
005370     END-IF.
005380 1094-EXIT.
005390     EXIT.
005400
005410******************************************************************
005420*   1095-WRITE-RUN-START                                         *
005430*   APPENDS THIS RUN'S START RECORD TO THE RUN-HISTORY FILE,     *
005440*   WHICH STAYS OPEN UNTIL THE END RECORD IS WRITTEN AT          *
005450*   TERMINATION.                                                 *
005460******************************************************************
005470 1095-WRITE-RUN-START.
005480     OPEN EXTEND RUN-HISTORY-FILE.
005490     IF CIF-RUNHIST-STATUS NOT = '00'
005500         OPEN OUTPUT RUN-HISTORY-FILE
005510     END-IF.
005520     MOVE SPACES            TO RUN-HISTORY-RECORD.
005530     MOVE CIF-MY-PROGRAM-ID TO CIF-RUNH-PROGRAM-ID.
005540     MOVE 'START'           TO CIF-RUNH-REC-TYPE.
005550     MOVE CIF-RUN-DATE      TO CIF-RUNH-RUN-DATE.
005560     MOVE CIF-START-TIME    TO CIF-RUNH-RUN-TIME.
005570     MOVE ZERO              TO CIF-RUNH-RECS-READ.
005580     MOVE ZERO              TO CIF-RUNH-RECS-WRITTEN.
005590     MOVE ZERO              TO CIF-RUNH-RECS-REJECTED.
005600     MOVE ZERO              TO CIF-RUNH-RETURN-CODE.
005610     WRITE RUN-HISTORY-RECORD.
005620     MOVE 'Y' TO CIF-RUNH-STARTED-SWITCH.
005630 1095-EXIT.
005640     EXIT.
005650
005660******************************************************************
005670*   1096-MATCH-PREDECESSOR                                       *
005680*   WHEN THE END RECORD IN HAND IS ONE PREDECESSOR'S OWN, MARKS  *
005690*   IT DONE FOR A CLEAN END AND NOT DONE FOR ANY OTHER.          *
005700******************************************************************
005710 1096-MATCH-PREDECESSOR.
005720     IF CIF-PRED-PROGRAM-ID (CIF-PRED-IDX) = CIF-RUNH-PROGRAM-ID
005730         IF CIF-RUNH-RETURN-CODE = ZERO
005740             MOVE 'Y' TO CIF-PRED-CLEAN-SW (CIF-PRED-IDX)
005750         ELSE
005760             MOVE 'N' TO CIF-PRED-CLEAN-SW (CIF-PRED-IDX)
005770         END-IF
005780     END-IF.
005790 1096-EXIT.
005800     EXIT.
005810
005820******************************************************************
005830*   1097-REPORT-PREDECESSOR                                      *
005840*   NAMES ONE PREDECESSOR ON THE CONSOLE WHEN IT HAS NOT ENDED   *
005850*   CLEAN TODAY, AND COUNTS IT AGAINST THE RUN.                  *
005860******************************************************************
005870 1097-REPORT-PREDECESSOR.
005880     IF NOT CIF-PRED-CLEAN (CIF-PRED-IDX)
005890         DISPLAY 'CUSTLIST - PREDECESSOR '
005900             CIF-PRED-PROGRAM-ID (CIF-PRED-IDX)
005910             ' HAS NOT ENDED CLEAN TODAY'
005920         ADD 1 TO CIF-PREDS-BLOCKING
005930     END-IF.
005940 1097-EXIT.
005950     EXIT.
005960
005970******************************************************************
005980*   1100-READ-CUSTOMER                                           *
005990******************************************************************
006000 1100-READ-CUSTOMER.
006010     READ CUSTOMER-MASTER NEXT RECORD
006020         AT END
006030             MOVE 'Y' TO CIF-EOF-SWITCH
006040     END-READ.
006050     IF NOT CIF-EOF
006060         IF CIF-CUSTMAST-STATUS NOT = '00' AND
006070                 CIF-CUSTMAST-STATUS NOT = '02'
006080             DISPLAY 'CUSTLIST - CUSTOMER-MASTER READ FAILED '
006090                 '- STATUS ' CIF-CUSTMAST-STATUS
006100                 ' - LISTING INCOMPLETE'
006110             MOVE 16 TO RETURN-CODE
006120             MOVE 'Y' TO CIF-EOF-SWITCH
006130         END-IF
006140     END-IF.
006150 1100-EXIT.
006160     EXIT.
006170
006180******************************************************************
006190*   2000-PROCESS-RECORD                                          *
006200******************************************************************
006210 2000-PROCESS-RECORD.
006220     IF CIF-CUST-ACTIVE
006230         IF CIF-LINE-COUNT >= CIF-LINES-PER-PAGE
006240                 OR CIF-PAGE-NO = 0
006250             PERFORM 2100-WRITE-HEADINGS THRU 2100-EXIT
006260         END-IF
006270         PERFORM 2200-WRITE-DETAIL-LINE THRU 2200-EXIT
006280         ADD 1 TO CIF-RECORD-COUNT
006290     END-IF.
006300     PERFORM 1100-READ-CUSTOMER THRU 1100-EXIT.
006310 2000-EXIT.
006320     EXIT.
006330
006340******************************************************************
006350*   2100-WRITE-HEADINGS                                          *
006360******************************************************************
006370 2100-WRITE-HEADINGS.
006380     ADD 1 TO CIF-PAGE-NO.
006390
006400     MOVE SPACES                  TO CIF-PRINT-LINE-HEAD-1.
006410     MOVE 'CUSTOMER MASTER LISTING'     TO CIF-H1-TITLE.
006420     MOVE 'PAGE '                       TO CIF-H1-PAGE-LIT.
006430     MOVE CIF-PAGE-NO                   TO CIF-H1-PAGE-NO.
006440     MOVE CIF-PRINT-LINE-HEAD-1    TO CIF-REPORT-LINE.
006450     WRITE CIF-REPORT-LINE.
006460
006470     MOVE SPACES                  TO CIF-PRINT-LINE-HEAD-2.
006480     MOVE 'RUN DATE: '                  TO CIF-H2-DATE-LIT.
006490     MOVE CIF-RUN-DATE-EDIT              TO CIF-H2-RUN-DATE.
006500     MOVE CIF-PRINT-LINE-HEAD-2    TO CIF-REPORT-LINE.
006510     WRITE CIF-REPORT-LINE.
006520
006530     MOVE SPACES                  TO CIF-REPORT-LINE.
006540     WRITE CIF-REPORT-LINE.
006550
006560     MOVE SPACES                  TO CIF-PRINT-LINE-HEAD-3.
006570     MOVE 'ACCOUNT NO'                  TO CIF-H3-ACCT-LIT.
006580     MOVE 'CUSTOMER NAME'                TO CIF-H3-NAME-LIT.
006590     MOVE 'DEPARTMENT'                   TO CIF-H3-DEPT-LIT.
006600     MOVE CIF-PRINT-LINE-HEAD-3    TO CIF-REPORT-LINE.
006610     WRITE CIF-REPORT-LINE.
006620
006630     MOVE ZERO TO CIF-LINE-COUNT.
006640 2100-EXIT.
006650     EXIT.
006660
006670******************************************************************
006680*   2200-WRITE-DETAIL-LINE                                       *
006690******************************************************************
006700 2200-WRITE-DETAIL-LINE.
006710     MOVE SPACES              TO CIF-PRINT-LINE-DETAIL.
006720     MOVE CIF-CUST-KEY        TO CIF-D-ACCT-NO.
006730     MOVE CIF-CUST-NAME       TO CIF-D-NAME.
006740     MOVE CIF-CUST-DEPT(1:17) TO CIF-D-DEPT.
006750     MOVE CIF-PRINT-LINE-DETAIL TO CIF-REPORT-LINE.
006760     WRITE CIF-REPORT-LINE.
006770     ADD 1 TO CIF-LINE-COUNT.
006780 2200-EXIT.
006790     EXIT.
006800
006810******************************************************************
006820*   8000-WRITE-TOTAL-LINE                                        *
006830******************************************************************
006840 8000-WRITE-TOTAL-LINE.
006850     MOVE SPACES              TO CIF-REPORT-LINE.
006860     WRITE CIF-REPORT-LINE.
006870
006880     MOVE SPACES              TO CIF-PRINT-LINE-TOTAL.
006890     MOVE 'RECORDS LISTED :'       TO CIF-T-LIT.
006900     MOVE CIF-RECORD-COUNT         TO CIF-T-COUNT.
006910     MOVE CIF-PRINT-LINE-TOTAL TO CIF-REPORT-LINE.
006920     WRITE CIF-REPORT-LINE.
006930 8000-EXIT.
006940     EXIT.
006950
006960******************************************************************
006970*   9000-TERMINATE                                               *
006980******************************************************************
006990 9000-TERMINATE.
007000     IF CIF-RUNH-STARTED
007010         PERFORM 9100-WRITE-RUN-END THRU 9100-EXIT
007020     END-IF.
007030     IF CIF-CUSTMAST-OPEN
007040         CLOSE CUSTOMER-MASTER
007050     END-IF.
007060     IF CIF-REPORT-OPEN
007070         CLOSE REPORT-LISTING
007080     END-IF.
007090 9000-EXIT.
007100     EXIT.
007110
007120
007130******************************************************************
007140*   9100-WRITE-RUN-END                                           *
007150*   APPENDS THIS RUN'S END RECORD - COUNTS AND FINAL RETURN      *
007160*   CODE - AND CLOSES THE RUN-HISTORY FILE.                      *
007170******************************************************************
007180 9100-WRITE-RUN-END.
007190     ACCEPT CIF-END-TIME FROM TIME.
007200     MOVE SPACES             TO RUN-HISTORY-RECORD.
007210     MOVE CIF-MY-PROGRAM-ID  TO CIF-RUNH-PROGRAM-ID.
007220     MOVE 'END'              TO CIF-RUNH-REC-TYPE.
007230     MOVE CIF-RUN-DATE       TO CIF-RUNH-RUN-DATE.
007240     MOVE CIF-END-TIME       TO CIF-RUNH-RUN-TIME.
007250     MOVE CIF-RECORD-COUNT   TO CIF-RUNH-RECS-READ.
007260     MOVE CIF-RECORD-COUNT   TO CIF-RUNH-RECS-WRITTEN.
007270     MOVE ZERO               TO CIF-RUNH-RECS-REJECTED.
007280     MOVE RETURN-CODE        TO CIF-RUNH-RETURN-CODE.
007290     WRITE RUN-HISTORY-RECORD.
007300     CLOSE RUN-HISTORY-FILE.
007310 9100-EXIT.
007320     EXIT.
007330
007340 END PROGRAM CUSTLIST.
