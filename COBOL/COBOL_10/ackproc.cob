000360*                    UNACKNOWLEDGED SCAN NOW FAILS THE JOB       *
000370*                    INSTEAD OF TRUNCATING THE EXCEPTION LIST    *
000380*                    SILENTLY.                                   *
000390*   10/15/26   JPL   START AND END RUN-CONTROL RECORDS NOW       *
000400*                    WRITTEN TO THE SHARED RUN-HISTORY FILE,     *
000410*                    SO THE NIGHT CYCLE CAN SEE THAT THE DAY'S   *
000420*                    ACKNOWLEDGMENTS WERE POSTED.                *
000430*   10/15/26   JPL   A MASTER READ ERROR DURING THE              *
000440*                    UNACKNOWLEDGED SCAN NOW KEEPS RC 16 THROUGH *
000450*                    THE RECONCILIATION INSTEAD OF ENDING CLEAN. *
000460*   10/15/26   JPL   CHECKS THE NIGHT-CYCLE JOB DEPENDENCY TABLE *
000470*                    AT STARTUP AND REFUSES TO RUN, WITH RC 20,  *
000480*                    UNTIL EVERY PREDECESSOR HAS ENDED CLEAN     *
000490*                    TODAY.  A REFUSED RUN IS LOGGED ON THE      *
000500*                    RUN-HISTORY FILE.                           *
000510*                                                                *
000520******************************************************************
000530 IDENTIFICATION DIVISION.
000540 PROGRAM-ID. ACKPROC.
000550
000560 ENVIRONMENT DIVISION.
000570 INPUT-OUTPUT SECTION.
000580 FILE-CONTROL.
000590     SELECT CUSTOMER-MASTER ASSIGN TO CUSTMAST
000600         ORGANIZATION IS INDEXED
000610         ACCESS MODE IS DYNAMIC
000620         RECORD KEY IS CIF-CUST-KEY
000630         ALTERNATE RECORD KEY IS CIF-CUST-NAME
000640             WITH DUPLICATES
000650         FILE STATUS IS CIF-CUSTMAST-STATUS.
000660
000670     SELECT ACK-FILE ASSIGN TO ACKFILE
000680         ORGANIZATION IS LINE SEQUENTIAL
000690         FILE STATUS IS CIF-ACK-STATUS.
000700
000710     SELECT REPORT-LISTING ASSIGN TO ACKRPT
000720         ORGANIZATION IS LINE SEQUENTIAL
000730         FILE STATUS IS CIF-REPORT-STATUS.
000740
000750     SELECT RUN-HISTORY-FILE ASSIGN TO RUNHIST
000760         ORGANIZATION IS LINE SEQUENTIAL
000770         FILE STATUS IS CIF-RUNHIST-STATUS.
000780
000790     SELECT JOB-DEP-FILE ASSIGN TO JOBDEP
000800         ORGANIZATION IS LINE SEQUENTIAL
000810         FILE STATUS IS CIF-JOBDEP-STATUS.
000820
000830 DATA DIVISION.
000840 FILE SECTION.
000850 FD  CUSTOMER-MASTER.
000860     COPY CUSTREC.
000870
000880 FD  ACK-FILE.
000890     COPY ACKREC.
000900
000910 FD  REPORT-LISTING.
000920 01  CIF-REPORT-LINE             PIC X(80).
000930
000940 FD  RUN-HISTORY-FILE.
000950     COPY RUNHREC.
000960
000970 FD  JOB-DEP-FILE.
000980     COPY JOBDREC.
000990
001000 WORKING-STORAGE SECTION.
001010******************************************************************
001020*   FILE STATUS FIELDS                                          *
001030******************************************************************
001040 01  CIF-FILE-STATUSES.
001050     05  CIF-CUSTMAST-STATUS     PIC X(02) VALUE '00'.
001060     05  CIF-ACK-STATUS          PIC X(02) VALUE '00'.
001070     05  CIF-REPORT-STATUS       PIC X(02) VALUE '00'.
001080     05  CIF-RUNHIST-STATUS      PIC X(02) VALUE '00'.
001090     05  CIF-JOBDEP-STATUS       PIC X(02) VALUE '00'.
001100
001110******************************************************************
001120*   SWITCHES                                                    *
001130******************************************************************
001140 01  CIF-SWITCHES.
001150     05  CIF-ACK-EOF-SWITCH      PIC X(01) VALUE 'N'.
001160         88  CIF-ACK-EOF                    VALUE 'Y'.
001170     05  CIF-SCAN-EOF-SWITCH     PIC X(01) VALUE 'N'.
001180         88  CIF-SCAN-EOF                   VALUE 'Y'.
001190     05  CIF-SCAN-PASS-SWITCH    PIC X(01) VALUE 'N'.
001200         88  CIF-SCAN-PASS                  VALUE 'Y'.
001210     05  CIF-ACK-NOTFND-SWITCH   PIC X(01) VALUE 'N'.
001220         88  CIF-ACK-NOT-ON-FILE            VALUE 'Y'.
001230     05  CIF-ABORT-SWITCH        PIC X(01) VALUE 'N'.
001240         88  CIF-ABORT                      VALUE 'Y'.
001250     05  CIF-CUSTMAST-OPEN-SW    PIC X(01) VALUE 'N'.
001260         88  CIF-CUSTMAST-OPEN              VALUE 'Y'.
001270     05  CIF-ACK-OPEN-SW         PIC X(01) VALUE 'N'.
001280         88  CIF-ACK-OPEN                   VALUE 'Y'.
001290     05  CIF-REPORT-OPEN-SW      PIC X(01) VALUE 'N'.
001300         88  CIF-REPORT-OPEN                VALUE 'Y'.
001310     05  CIF-RUNH-EOF-SWITCH     PIC X(01) VALUE 'N'.
001320         88  CIF-RUNH-EOF                   VALUE 'Y'.
001330     05  CIF-RUNH-STARTED-SWITCH PIC X(01) VALUE 'N'.
001340         88  CIF-RUNH-STARTED               VALUE 'Y'.
001350     05  CIF-JOBD-EOF-SWITCH     PIC X(01) VALUE 'N'.
001360         88  CIF-JOBD-EOF                   VALUE 'Y'.
001370
001380******************************************************************
001390*   BATCH COUNTERS                                               *
001400******************************************************************
001410 01  CIF-COUNTERS.
001420     05  CIF-ACKS-READ           PIC 9(06) COMP VALUE ZERO.
001430     05  CIF-ACKS-ACCEPTED       PIC 9(06) COMP VALUE ZERO.
001440     05  CIF-ACKS-REJECTED       PIC 9(06) COMP VALUE ZERO.
001450     05  CIF-ACKS-NOT-FOUND      PIC 9(06) COMP VALUE ZERO.
001460     05  CIF-RECS-UNACKED        PIC 9(06) COMP VALUE ZERO.
001470     05  CIF-LINE-COUNT          PIC 9(03) COMP VALUE ZERO.
001480     05  CIF-PAGE-NO             PIC 9(04) COMP VALUE ZERO.
001490     05  CIF-PRED-IDX            PIC 9(02) COMP VALUE ZERO.
001500     05  CIF-PRED-COUNT          PIC 9(02) COMP VALUE ZERO.
001510     05  CIF-PREDS-BLOCKING      PIC 9(02) COMP VALUE ZERO.
001520
001530******************************************************************
001540*   MISCELLANEOUS WORKING FIELDS                                 *
001550******************************************************************
001560 01  CIF-MISC-WORK.
001570     05  CIF-LINES-PER-PAGE      PIC 9(03) VALUE 50.
001580     05  CIF-RUN-DATE            PIC X(08).
001590     05  CIF-RUN-DATE-EDIT       PIC X(10).
001600     05  CIF-MY-PROGRAM-ID       PIC X(10) VALUE 'ACKPROC'.
001610     05  CIF-START-TIME          PIC X(08).
001620     05  CIF-END-TIME            PIC X(08).
001630
001640******************************************************************
001650*   PRINT LINE - A SINGLE 80-BYTE PRINT AREA REDEFINED BELOW     *
001660*   INTO THE LAYOUTS ACTUALLY MOVED TO CIF-REPORT-LINE.          *
001670******************************************************************
001680 01  CIF-PRINT-LINE                  PIC X(80) VALUE SPACES.
001690
001700 01  CIF-PRINT-LINE-HEAD-1 REDEFINES CIF-PRINT-LINE.
001710     05  CIF-H1-FILLER-1             PIC X(25).
001720     05  CIF-H1-TITLE                PIC X(30).
001730     05  CIF-H1-FILLER-2             PIC X(05).
001740     05  CIF-H1-PAGE-LIT             PIC X(05).
001750     05  CIF-H1-PAGE-NO              PIC ZZZ9.
001760     05  CIF-H1-FILLER-3             PIC X(11).
001770
001780 01  CIF-PRINT-LINE-HEAD-2 REDEFINES CIF-PRINT-LINE.
001790     05  CIF-H2-FILLER-1             PIC X(25).
001800     05  CIF-H2-DATE-LIT             PIC X(10).
001810     05  CIF-H2-RUN-DATE             PIC X(10).
001820     05  CIF-H2-FILLER-2             PIC X(35).
001830
001840 01  CIF-PRINT-LINE-DETAIL REDEFINES CIF-PRINT-LINE.
001850     05  CIF-D-ACCT-NO               PIC 9(09).
001860     05  CIF-D-FILLER-1              PIC X(02).
001870     05  CIF-D-CONDITION             PIC X(16).
001880     05  CIF-D-FILLER-2              PIC X(02).
001890     05  CIF-D-REASON                PIC X(40).
001900     05  CIF-D-FILLER-3              PIC X(11).
001910
001920 01  CIF-PRINT-LINE-TOTAL REDEFINES CIF-PRINT-LINE.
001930     05  CIF-T-FILLER-1              PIC X(10).
001940     05  CIF-T-LIT                   PIC X(22).
001950     05  CIF-T-COUNT                 PIC ZZZ,ZZ9.
001960     05  CIF-T-FILLER-2              PIC X(41).
001970
001980******************************************************************
001990*   PREDECESSOR TABLE                                            *
002000*   THE JOBS THAT MUST HAVE ENDED CLEAN TODAY BEFORE THIS        *
002010*   PROGRAM MAY RUN, FROM THE NIGHT-CYCLE JOB DEPENDENCY TABLE.  *
002020******************************************************************
002030 01  CIF-PRED-TABLE.
002040     05  CIF-PRED-ENTRY OCCURS 10 TIMES.
002050         10  CIF-PRED-PROGRAM-ID PIC X(10).
002060         10  CIF-PRED-CLEAN-SW   PIC X(01).
002070             88  CIF-PRED-CLEAN             VALUE 'Y'.
002080
002090 PROCEDURE DIVISION.
002100******************************************************************
002110*   0000-MAINLINE                                                *
002120*   TOP-LEVEL CONTROL - THE ACKNOWLEDGMENT PASS, THEN THE SCAN   *
002130*   FOR EXTRACTED ACCOUNTS ACCOUNTING NEVER ANSWERED FOR.        *
002140******************************************************************
002150 0000-MAINLINE.
002160     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002170     IF NOT CIF-ABORT
002180         PERFORM 2000-PROCESS-ACK THRU 2000-EXIT
002190             UNTIL CIF-ACK-EOF
002200         IF NOT CIF-ABORT
002210             PERFORM 5000-SCAN-UNACKNOWLEDGED THRU 5000-EXIT
002220             PERFORM 8000-RECONCILE-TOTALS THRU 8000-EXIT
002230         END-IF
002240     END-IF.
002250     PERFORM 9000-TERMINATE THRU 9000-EXIT.
002260     STOP RUN.
002270
002280******************************************************************
002290*   1000-INITIALIZE                                              *
002300*   OPENS THE ACKNOWLEDGMENT FILE, THE MASTER FOR UPDATE, AND    *
002310*   THE EXCEPTION REPORT.                                        *
002320******************************************************************
002330 1000-INITIALIZE.
002340     ACCEPT CIF-RUN-DATE FROM DATE YYYYMMDD.
002350     ACCEPT CIF-START-TIME FROM TIME.
002360     MOVE CIF-RUN-DATE(5:2) TO CIF-RUN-DATE-EDIT(1:2).
002370     MOVE '/'               TO CIF-RUN-DATE-EDIT(3:1).
002380     MOVE CIF-RUN-DATE(7:2) TO CIF-RUN-DATE-EDIT(4:2).
002390     MOVE '/'               TO CIF-RUN-DATE-EDIT(6:1).
002400     MOVE CIF-RUN-DATE(1:4) TO CIF-RUN-DATE-EDIT(7:4).
002410     PERFORM 1092-CHECK-PREDECESSORS THRU 1092-EXIT.
002420     PERFORM 1095-WRITE-RUN-START THRU 1095-EXIT.
002430     IF CIF-ABORT
002440         GO TO 1000-EXIT
002450     END-IF.
002460
002470     OPEN INPUT ACK-FILE.
002480     IF CIF-ACK-STATUS NOT = '00'
002490         DISPLAY 'ACKPROC - ACKNOWLEDGMENT FILE OPEN FAILED - '
002500             'STATUS ' CIF-ACK-STATUS
002510         MOVE 16 TO RETURN-CODE
002520         MOVE 'Y' TO CIF-ABORT-SWITCH
002530         GO TO 1000-EXIT
002540     END-IF.
002550     MOVE 'Y' TO CIF-ACK-OPEN-SW.
002560
002570     OPEN I-O CUSTOMER-MASTER.
002580     IF CIF-CUSTMAST-STATUS NOT = '00'
002590         DISPLAY 'ACKPROC - CUSTOMER-MASTER OPEN FAILED - '
002600             'STATUS ' CIF-CUSTMAST-STATUS
002610         MOVE 16 TO RETURN-CODE
002620         MOVE 'Y' TO CIF-ABORT-SWITCH
002630         GO TO 1000-EXIT
002640     END-IF.
002650     MOVE 'Y' TO CIF-CUSTMAST-OPEN-SW.
002660
002670     OPEN OUTPUT REPORT-LISTING.
002680     IF CIF-REPORT-STATUS NOT = '00'
002690         DISPLAY 'ACKPROC - REPORT OPEN FAILED - STATUS '
002700             CIF-REPORT-STATUS
002710         MOVE 16 TO RETURN-CODE
002720         MOVE 'Y' TO CIF-ABORT-SWITCH
002730         GO TO 1000-EXIT
002740     END-IF.
002750     MOVE 'Y' TO CIF-REPORT-OPEN-SW.
002760
002770     PERFORM 2100-READ-ACK THRU 2100-EXIT.
002780 1000-EXIT.
002790     EXIT.
002800
002810******************************************************************
002820*   1092-CHECK-PREDECESSORS                                      *
002830*   LOOKS UP THIS PROGRAM'S REQUIRED PREDECESSORS ON THE NIGHT-  *
002840*   CYCLE JOB DEPENDENCY TABLE AND PROVES EACH ONE HAS AN END    *
002850*   RECORD ON THE RUN-HISTORY FILE FOR TODAY WITH RETURN CODE    *
002860*   ZERO.  ANY THAT HAS NOT IS NAMED ON THE CONSOLE AND THE RUN  *
002870*   IS REFUSED WITH RETURN CODE 20.  WITHOUT THE TABLE, OR WITH  *
002880*   NO ROWS FOR THIS PROGRAM, THERE IS NOTHING TO WAIT FOR.      *
002890******************************************************************
002900 1092-CHECK-PREDECESSORS.
002910     MOVE ZERO TO CIF-PRED-COUNT.
002920     MOVE ZERO TO CIF-PREDS-BLOCKING.
002930     MOVE 'N' TO CIF-JOBD-EOF-SWITCH.
002940     OPEN INPUT JOB-DEP-FILE.
002950     IF CIF-JOBDEP-STATUS NOT = '00'
002960         GO TO 1092-EXIT
002970     END-IF.
002980     PERFORM 1093-READ-JOB-DEPENDENCY THRU 1093-EXIT
002990         UNTIL CIF-JOBD-EOF.
003000     CLOSE JOB-DEP-FILE.
003010     IF CIF-ABORT OR CIF-PRED-COUNT = ZERO
003020         GO TO 1092-EXIT
003030     END-IF.
003040
003050     MOVE 'N' TO CIF-RUNH-EOF-SWITCH.
003060     OPEN INPUT RUN-HISTORY-FILE.
003070     IF CIF-RUNHIST-STATUS = '00'
003080         PERFORM 1094-READ-PRED-HISTORY THRU 1094-EXIT
003090             UNTIL CIF-RUNH-EOF
003100         CLOSE RUN-HISTORY-FILE
003110     END-IF.
003120     PERFORM 1097-REPORT-PREDECESSOR THRU 1097-EXIT
003130         VARYING CIF-PRED-IDX FROM 1 BY 1
003140         UNTIL CIF-PRED-IDX > CIF-PRED-COUNT.
003150     IF CIF-PREDS-BLOCKING > ZERO
003160         DISPLAY 'ACKPROC - PREDECESSORS NOT ENDED CLEAN '
003170             'TODAY : ' CIF-PREDS-BLOCKING ' - RUN REFUSED'
003180         MOVE 20 TO RETURN-CODE
003190         MOVE 'Y' TO CIF-ABORT-SWITCH
003200     END-IF.
003210 1092-EXIT.
003220     EXIT.
003230
003240******************************************************************
003250*   1093-READ-JOB-DEPENDENCY                                     *
003260*   READS ONE JOB DEPENDENCY ROW, TABLING THE PREDECESSORS       *
003270*   NAMED FOR THIS PROGRAM.  A READ FAILURE, OR MORE             *
003280*   PREDECESSORS THAN THE TABLE HOLDS, FAILS THE JOB RATHER      *
003290*   THAN LET IT RUN ON A PARTIAL CHECK.                          *
003300******************************************************************
003310 1093-READ-JOB-DEPENDENCY.
003320     READ JOB-DEP-FILE
003330         AT END
003340             MOVE 'Y' TO CIF-JOBD-EOF-SWITCH
003350             GO TO 1093-EXIT
003360     END-READ.
003370     IF CIF-JOBDEP-STATUS NOT = '00'
003380         DISPLAY 'ACKPROC - JOB DEPENDENCY READ FAILED - '
003390             'STATUS ' CIF-JOBDEP-STATUS ' - JOB FAILING'
003400         MOVE 16 TO RETURN-CODE
003410         MOVE 'Y' TO CIF-ABORT-SWITCH
003420         MOVE 'Y' TO CIF-JOBD-EOF-SWITCH
003430         GO TO 1093-EXIT
003440     END-IF.
003450     IF CIF-JOBD-PROGRAM-ID NOT = CIF-MY-PROGRAM-ID
003460             OR CIF-JOBD-PRED-ID = SPACES
003470         GO TO 1093-EXIT
003480     END-IF.
003490     IF CIF-PRED-COUNT >= 10
003500         DISPLAY 'ACKPROC - MORE THAN 10 PREDECESSORS ON THE '
003510             'JOB DEPENDENCY TABLE - JOB FAILING'
003520         MOVE 16 TO RETURN-CODE
003530         MOVE 'Y' TO CIF-ABORT-SWITCH
003540         MOVE 'Y' TO CIF-JOBD-EOF-SWITCH
003550         GO TO 1093-EXIT
003560     END-IF.
003570     ADD 1 TO CIF-PRED-COUNT.
003580     MOVE CIF-JOBD-PRED-ID
003590         TO CIF-PRED-PROGRAM-ID (CIF-PRED-COUNT).
003600     MOVE 'N' TO CIF-PRED-CLEAN-SW (CIF-PRED-COUNT).
003610 1093-EXIT.
003620     EXIT.
003630
003640******************************************************************
003650*   1094-READ-PRED-HISTORY                                       *
003660*   READS ONE RUN-HISTORY RECORD OF THE PREDECESSOR CHECK.  EACH *
003670*   END RECORD FOR TODAY, IN FILE ORDER, MARKS THAT PROGRAM DONE *
003680*   OR NOT DONE, SO ITS LATEST RUN DECIDES - A CLEAN RUN         *
003690*   FOLLOWED BY A FAILED RERUN IS NOT DONE.  A READ ERROR ENDS   *
003700*   THE SCAN, LEAVING ANY PREDECESSOR NOT YET SEEN UNPROVEN.     *
003710******************************************************************
003720 1094-READ-PRED-HISTORY.
003730     READ RUN-HISTORY-FILE
003740         AT END
003750             MOVE 'Y' TO CIF-RUNH-EOF-SWITCH
003760         NOT AT END
003770             IF CIF-RUNH-END AND
003780                     CIF-RUNH-RUN-DATE = CIF-RUN-DATE
003790                 PERFORM 1096-MATCH-PREDECESSOR THRU 1096-EXIT
003800                     VARYING CIF-PRED-IDX FROM 1 BY 1
003810                     UNTIL CIF-PRED-IDX > CIF-PRED-COUNT
003820             END-IF
003830     END-READ.
003840     IF NOT CIF-RUNH-EOF
003850         IF CIF-RUNHIST-STATUS NOT = '00'
003860             DISPLAY 'ACKPROC - RUN-HISTORY READ FAILED - '
003870                 'STATUS ' CIF-RUNHIST-STATUS
003880                 ' - PREDECESSOR CHECK INCOMPLETE'
003890             MOVE 'Y' TO CIF-RUNH-EOF-SWITCH
003900         END-IF
003910     END-IF.
003920 1094-EXIT.
003930     EXIT.
003940
003950******************************************************************
003960*   1095-WRITE-RUN-START                                         *
003970*   APPENDS THIS RUN'S START RECORD TO THE RUN-HISTORY FILE,     *
003980*   WHICH STAYS OPEN UNTIL THE END RECORD IS WRITTEN AT          *
003990*   TERMINATION.                                                 *
004000******************************************************************
004010 1095-WRITE-RUN-START.
004020     OPEN EXTEND RUN-HISTORY-FILE.
004030     IF CIF-RUNHIST-STATUS NOT = '00'
004040         OPEN OUTPUT RUN-HISTORY-FILE
004050     END-IF.
004060     MOVE SPACES            TO RUN-HISTORY-RECORD.
004070     MOVE CIF-MY-PROGRAM-ID TO CIF-RUNH-PROGRAM-ID.
004080     MOVE 'START'           TO CIF-RUNH-REC-TYPE.
004090     MOVE CIF-RUN-DATE      TO CIF-RUNH-RUN-DATE.
004100     MOVE CIF-START-TIME    TO CIF-RUNH-RUN-TIME.
004110     MOVE ZERO              TO CIF-RUNH-RECS-READ.
004120     MOVE ZERO              TO CIF-RUNH-RECS-WRITTEN.
004130     MOVE ZERO              TO CIF-RUNH-RECS-REJECTED.
004140     MOVE ZERO              TO CIF-RUNH-RETURN-CODE.
004150     WRITE RUN-HISTORY-RECORD.
004160     MOVE 'Y' TO CIF-RUNH-STARTED-SWITCH.
004170 1095-EXIT.
004180     EXIT.
004190
004200******************************************************************
004210*   1096-MATCH-PREDECESSOR                                       *
004220*   WHEN THE END RECORD IN HAND IS ONE PREDECESSOR'S OWN, MARKS  *
004230*   IT DONE FOR A CLEAN END AND NOT DONE FOR ANY OTHER.          *
004240******************************************************************
004250 1096-MATCH-PREDECESSOR.
004260     IF CIF-PRED-PROGRAM-ID (CIF-PRED-IDX) = CIF-RUNH-PROGRAM-ID
004270         IF CIF-RUNH-RETURN-CODE = ZERO
004280             MOVE 'Y' TO CIF-PRED-CLEAN-SW (CIF-PRED-IDX)
004290         ELSE
004300             MOVE 'N' TO CIF-PRED-CLEAN-SW (CIF-PRED-IDX)
004310         END-IF
004320     END-IF.
004330 1096-EXIT.
004340     EXIT.
004350
004360******************************************************************
004370*   1097-REPORT-PREDECESSOR                                      *
004380*   NAMES ONE PREDECESSOR ON THE CONSOLE WHEN IT HAS NOT ENDED   *
004390*   CLEAN TODAY, AND COUNTS IT AGAINST THE RUN.                  *
004400******************************************************************
004410 1097-REPORT-PREDECESSOR.
004420     IF NOT CIF-PRED-CLEAN (CIF-PRED-IDX)
004430         DISPLAY 'ACKPROC - PREDECESSOR '
004440             CIF-PRED-PROGRAM-ID (CIF-PRED-IDX)
004450             ' HAS NOT ENDED CLEAN TODAY'
004460         ADD 1 TO CIF-PREDS-BLOCKING
004470     END-IF.
004480 1097-EXIT.
004490     EXIT.
004500
004510******************************************************************
004520*   2000-PROCESS-ACK                                             *
004530*   MATCHES ONE ACKNOWLEDGMENT ROW TO THE MASTER AND POSTS ITS   *
004540*   DISPOSITION.                                                 *
004550******************************************************************
004560 2000-PROCESS-ACK.
004570     MOVE 'N' TO CIF-ACK-NOTFND-SWITCH.
004580     MOVE CIF-ACK-ACCT-NO TO CIF-CUST-KEY.
004590     READ CUSTOMER-MASTER
004600         INVALID KEY
004610             ADD 1 TO CIF-ACKS-NOT-FOUND
004620             MOVE 'Y' TO CIF-ACK-NOTFND-SWITCH
004630             PERFORM 4000-WRITE-EXCEPTION THRU 4000-EXIT
004640         NOT INVALID KEY
004650             PERFORM 3000-POST-DISPOSITION THRU 3000-EXIT
004660     END-READ.
004670     PERFORM 2100-READ-ACK THRU 2100-EXIT.
004680 2000-EXIT.
004690     EXIT.
004700
004710******************************************************************
004720*   2100-READ-ACK                                                *
004730*   READS ONE ACKNOWLEDGMENT ROW.                                *
004740******************************************************************
004750 2100-READ-ACK.
004760     READ ACK-FILE
004770         AT END
004780             MOVE 'Y' TO CIF-ACK-EOF-SWITCH
004790         NOT AT END
004800             ADD 1 TO CIF-ACKS-READ
004810     END-READ.
004820     IF NOT CIF-ACK-EOF
004830         IF CIF-ACK-STATUS NOT = '00'
004840             DISPLAY 'ACKPROC - ACK READ FAILED - STATUS '
004850                 CIF-ACK-STATUS ' - JOB FAILING'
004860             MOVE 'Y' TO CIF-ACK-EOF-SWITCH
004870             MOVE 16 TO RETURN-CODE
004880             MOVE 'Y' TO CIF-ABORT-SWITCH
004890         END-IF
004900     END-IF.
004910 2100-EXIT.
004920     EXIT.
004930
004940******************************************************************
004950*   3000-POST-DISPOSITION                                        *
004960*   MARKS THE MATCHED MASTER RECORD WITH ACCOUNTING'S            *
004970*   DISPOSITION AND REWRITES IT.  REJECTS GO ON THE EXCEPTION    *
004980*   REPORT WITH ACCOUNTING'S REASON; AN UNRECOGNIZED             *
004990*   DISPOSITION CODE IS REPORTED AND LEAVES THE RECORD           *
005000*   UNTOUCHED.                                                   *
005010******************************************************************
005020 3000-POST-DISPOSITION.
005030     IF CIF-ACK-DISP-ACCEPT
005040         MOVE 'A' TO CIF-CUST-ACK-FLAG
005050         REWRITE CUSTOMER-MASTER-RECORD
005060             INVALID KEY
005070                 DISPLAY 'ACKPROC - MASTER REWRITE FAILED - KEY '
005080                     CIF-CUST-KEY ' STATUS ' CIF-CUSTMAST-STATUS
005090             NOT INVALID KEY
005100                 ADD 1 TO CIF-ACKS-ACCEPTED
005110         END-REWRITE
005120     ELSE
005130         IF CIF-ACK-DISP-REJECT
005140             MOVE 'R' TO CIF-CUST-ACK-FLAG
005150             REWRITE CUSTOMER-MASTER-RECORD
005160                 INVALID KEY
005170                     DISPLAY 'ACKPROC - MASTER REWRITE FAILED '
005180                         '- KEY ' CIF-CUST-KEY ' STATUS '
005190                         CIF-CUSTMAST-STATUS
005200                 NOT INVALID KEY
005210                     ADD 1 TO CIF-ACKS-REJECTED
005220                     PERFORM 4000-WRITE-EXCEPTION THRU 4000-EXIT
005230             END-REWRITE
005240         ELSE
005250             DISPLAY 'ACKPROC - UNRECOGNIZED DISPOSITION '
005260                 CIF-ACK-DISP ' FOR ACCOUNT ' CIF-ACK-ACCT-NO
005270             ADD 1 TO CIF-ACKS-NOT-FOUND
005280             PERFORM 4000-WRITE-EXCEPTION THRU 4000-EXIT
005290         END-IF
005300     END-IF.
005310 3000-EXIT.
005320     EXIT.
005330
005340******************************************************************
005350*   4000-WRITE-EXCEPTION                                         *
005360*   WRITES ONE EXCEPTION REPORT LINE FOR THE ACKNOWLEDGMENT      *
005370*   ROW OR MASTER RECORD IN HAND.  THE CONDITION PRINTED         *
005380*   DEPENDS ON WHICH PASS FOUND THE EXCEPTION.                   *
005390******************************************************************
005400 4000-WRITE-EXCEPTION.
005410     IF CIF-LINE-COUNT >= CIF-LINES-PER-PAGE OR CIF-PAGE-NO = 0
005420         PERFORM 4500-WRITE-HEADINGS THRU 4500-EXIT
005430     END-IF.
005440
005450     MOVE SPACES TO CIF-PRINT-LINE-DETAIL.
005460     IF CIF-SCAN-PASS
005470         MOVE CIF-CUST-KEY        TO CIF-D-ACCT-NO
005480         MOVE 'NOT ACKNOWLEDGED' TO CIF-D-CONDITION
005490         MOVE SPACES              TO CIF-D-REASON
005500     ELSE
005510         MOVE CIF-ACK-ACCT-NO     TO CIF-D-ACCT-NO
005520         IF CIF-ACK-NOT-ON-FILE
005530             MOVE 'NOT ON MASTER' TO CIF-D-CONDITION
005540             MOVE CIF-ACK-REASON  TO CIF-D-REASON
005550         ELSE
005560             IF CIF-ACK-DISP-REJECT
005570                 MOVE 'REJECTED'      TO CIF-D-CONDITION
005580                 MOVE CIF-ACK-REASON  TO CIF-D-REASON
005590             ELSE
005600                 MOVE 'BAD DISPOSITION' TO CIF-D-CONDITION
005610                 MOVE CIF-ACK-REASON    TO CIF-D-REASON
005620             END-IF
005630         END-IF
005640     END-IF.
005650     MOVE CIF-PRINT-LINE-DETAIL TO CIF-REPORT-LINE.
005660     WRITE CIF-REPORT-LINE.
005670     ADD 1 TO CIF-LINE-COUNT.
005680 4000-EXIT.
005690     EXIT.
005700
005710******************************************************************
005720*   4500-WRITE-HEADINGS                                          *
005730******************************************************************
005740 4500-WRITE-HEADINGS.
005750     ADD 1 TO CIF-PAGE-NO.
005760
005770     MOVE SPACES                  TO CIF-PRINT-LINE-HEAD-1.
005780     MOVE 'ACKNOWLEDGMENT EXCEPTIONS'    TO CIF-H1-TITLE.
005790     MOVE 'PAGE '                       TO CIF-H1-PAGE-LIT.
005800     MOVE CIF-PAGE-NO                   TO CIF-H1-PAGE-NO.
005810     MOVE CIF-PRINT-LINE-HEAD-1    TO CIF-REPORT-LINE.
005820     WRITE CIF-REPORT-LINE.
005830
005840     MOVE SPACES                  TO CIF-PRINT-LINE-HEAD-2.
005850     MOVE 'RUN DATE: '                  TO CIF-H2-DATE-LIT.
005860     MOVE CIF-RUN-DATE-EDIT              TO CIF-H2-RUN-DATE.
005870     MOVE CIF-PRINT-LINE-HEAD-2    TO CIF-REPORT-LINE.
005880     WRITE CIF-REPORT-LINE.
005890
005900     MOVE SPACES                  TO CIF-REPORT-LINE.
005910     WRITE CIF-REPORT-LINE.
005920
005930     MOVE ZERO TO CIF-LINE-COUNT.
005940 4500-EXIT.
005950     EXIT.
005960
005970******************************************************************
005980*   5000-SCAN-UNACKNOWLEDGED                                     *
005990*   AFTER THE ACKNOWLEDGMENT PASS, SCANS THE WHOLE MASTER FOR    *
006000*   ACTIVE ACCOUNTS EXTRACTED BEFORE TODAY THAT ACCOUNTING HAS   *
006010*   STILL NOT ANSWERED FOR, AND REPORTS EACH ONE.  THE SCAN-     *
006020*   PASS SWITCH TELLS THE EXCEPTION WRITER WHICH CONDITION TO    *
006030*   PRINT.                                                       *
006040******************************************************************
006050 5000-SCAN-UNACKNOWLEDGED.
006060     MOVE 'Y' TO CIF-SCAN-PASS-SWITCH.
006070     MOVE ZERO TO CIF-CUST-KEY.
006080     START CUSTOMER-MASTER KEY NOT LESS THAN CIF-CUST-KEY
006090         INVALID KEY
006100             MOVE 'Y' TO CIF-SCAN-EOF-SWITCH
006110     END-START.
006120     IF CIF-CUSTMAST-STATUS NOT = '00'
006130         MOVE 'Y' TO CIF-SCAN-EOF-SWITCH
006140     END-IF.
006150     PERFORM 5100-SCAN-ONE THRU 5100-EXIT
006160         UNTIL CIF-SCAN-EOF.
006170 5000-EXIT.
006180     EXIT.
006190
006200******************************************************************
006210*   5100-SCAN-ONE                                                *
006220*   READS ONE MASTER RECORD OF THE UNACKNOWLEDGED SCAN.  ONLY    *
006230*   ACTIVE RECORDS ALREADY HANDED TO ACCOUNTING (THE EXTRACTED   *
006240*   FLAG IS ON) WITH THE ACKNOWLEDGMENT STILL PENDING ARE        *
006250*   REPORTED.                                                    *
006260******************************************************************
006270 5100-SCAN-ONE.
006280     READ CUSTOMER-MASTER NEXT RECORD
006290         AT END
006300             MOVE 'Y' TO CIF-SCAN-EOF-SWITCH
006310     END-READ.
006320     IF CIF-SCAN-EOF
006330         GO TO 5100-EXIT
006340     END-IF.
006350     IF CIF-CUSTMAST-STATUS NOT = '00' AND
006360             CIF-CUSTMAST-STATUS NOT = '02'
006370         DISPLAY 'ACKPROC - CUSTOMER-MASTER READ FAILED '
006380             '- STATUS ' CIF-CUSTMAST-STATUS
006390             ' - SCAN INCOMPLETE - JOB FAILING'
006400         MOVE 16 TO RETURN-CODE
006410         MOVE 'Y' TO CIF-ABORT-SWITCH
006420         MOVE 'Y' TO CIF-SCAN-EOF-SWITCH
006430         GO TO 5100-EXIT
006440     END-IF.
006450
006460     IF CIF-CUST-ACTIVE AND CIF-CUST-ACK-PENDING AND
006470             CIF-CUST-EXTRACTED
006480         ADD 1 TO CIF-RECS-UNACKED
006490         PERFORM 4000-WRITE-EXCEPTION THRU 4000-EXIT
006500     END-IF.
006510 5100-EXIT.
006520     EXIT.
006530
006540******************************************************************
006550*   8000-RECONCILE-TOTALS                                        *
006560*   TIES ACKNOWLEDGMENTS READ AGAINST ACCEPTED PLUS REJECTED     *
006570*   PLUS EXCEPTIONS, AND CLOSES THE REPORT WITH THE TOTALS.      *
006580******************************************************************
006590 8000-RECONCILE-TOTALS.
006600     IF CIF-PAGE-NO = 0
006610         PERFORM 4500-WRITE-HEADINGS THRU 4500-EXIT
006620     END-IF.
006630
006640     MOVE SPACES TO CIF-REPORT-LINE.
006650     WRITE CIF-REPORT-LINE.
006660
006670     MOVE SPACES TO CIF-PRINT-LINE-TOTAL.
006680     MOVE 'ACKS READ          :'   TO CIF-T-LIT.
006690     MOVE CIF-ACKS-READ             TO CIF-T-COUNT.
006700     MOVE CIF-PRINT-LINE-TOTAL TO CIF-REPORT-LINE.
006710     WRITE CIF-REPORT-LINE.
006720
006730     MOVE SPACES TO CIF-PRINT-LINE-TOTAL.
006740     MOVE 'MARKED ACCEPTED    :'   TO CIF-T-LIT.
006750     MOVE CIF-ACKS-ACCEPTED         TO CIF-T-COUNT.
006760     MOVE CIF-PRINT-LINE-TOTAL TO CIF-REPORT-LINE.
006770     WRITE CIF-REPORT-LINE.
006780
006790     MOVE SPACES TO CIF-PRINT-LINE-TOTAL.
006800     MOVE 'MARKED REJECTED    :'   TO CIF-T-LIT.
006810     MOVE CIF-ACKS-REJECTED         TO CIF-T-COUNT.
006820     MOVE CIF-PRINT-LINE-TOTAL TO CIF-REPORT-LINE.
006830     WRITE CIF-REPORT-LINE.
006840
006850     MOVE SPACES TO CIF-PRINT-LINE-TOTAL.
006860     MOVE 'EXCEPTION ACKS     :'   TO CIF-T-LIT.
006870     MOVE CIF-ACKS-NOT-FOUND        TO CIF-T-COUNT.
006880     MOVE CIF-PRINT-LINE-TOTAL TO CIF-REPORT-LINE.
006890     WRITE CIF-REPORT-LINE.
006900
006910     MOVE SPACES TO CIF-PRINT-LINE-TOTAL.
006920     MOVE 'NOT ACKNOWLEDGED   :'   TO CIF-T-LIT.
006930     MOVE CIF-RECS-UNACKED          TO CIF-T-COUNT.
006940     MOVE CIF-PRINT-LINE-TOTAL TO CIF-REPORT-LINE.
006950     WRITE CIF-REPORT-LINE.
006960
006970     DISPLAY 'ACKPROC - ACKS READ        : ' CIF-ACKS-READ.
006980     DISPLAY 'ACKPROC - MARKED ACCEPTED  : ' CIF-ACKS-ACCEPTED.
006990     DISPLAY 'ACKPROC - MARKED REJECTED  : ' CIF-ACKS-REJECTED.
007000     DISPLAY 'ACKPROC - EXCEPTION ACKS   : ' CIF-ACKS-NOT-FOUND.
007010     DISPLAY 'ACKPROC - NOT ACKNOWLEDGED : ' CIF-RECS-UNACKED.
007020
007030     IF CIF-ACKS-READ = CIF-ACKS-ACCEPTED + CIF-ACKS-REJECTED
007040             + CIF-ACKS-NOT-FOUND
007050         DISPLAY 'RECONCILIATION OK - CONTROL TOTALS TIE'
007060         IF NOT CIF-ABORT
007070             MOVE 0 TO RETURN-CODE
007080         END-IF
007090     ELSE
007100         DISPLAY 'RECONCILIATION FAILED - CONTROL TOTALS '
007110             'DO NOT TIE - JOB FAILING'
007120         MOVE 16 TO RETURN-CODE
007130     END-IF.
007140 8000-EXIT.
007150     EXIT.
007160
007170******************************************************************
007180*   9000-TERMINATE                                               *
007190******************************************************************
007200 9000-TERMINATE.
007210     IF CIF-RUNH-STARTED
007220         PERFORM 9100-WRITE-RUN-END THRU 9100-EXIT
007230     END-IF.
007240     IF CIF-ACK-OPEN
007250         CLOSE ACK-FILE
007260     END-IF.
007270     IF CIF-CUSTMAST-OPEN
007280         CLOSE CUSTOMER-MASTER
007290     END-IF.
007300     IF CIF-REPORT-OPEN
007310         CLOSE REPORT-LISTING
007320     END-IF.
007330 9000-EXIT.
007340     EXIT.
007350
007360******************************************************************
007370*   9100-WRITE-RUN-END                                           *
007380*   APPENDS THIS RUN'S END RECORD - COUNTS AND FINAL RETURN      *
007390*   CODE - AND CLOSES THE RUN-HISTORY FILE.                      *
007400******************************************************************
007410 9100-WRITE-RUN-END.
007420     ACCEPT CIF-END-TIME FROM TIME.
007430     MOVE SPACES              TO RUN-HISTORY-RECORD.
007440     MOVE CIF-MY-PROGRAM-ID   TO CIF-RUNH-PROGRAM-ID.
007450     MOVE 'END'               TO CIF-RUNH-REC-TYPE.
007460     MOVE CIF-RUN-DATE        TO CIF-RUNH-RUN-DATE.
007470     MOVE CIF-END-TIME        TO CIF-RUNH-RUN-TIME.
007480     MOVE CIF-ACKS-READ       TO CIF-RUNH-RECS-READ.
007490     COMPUTE CIF-RUNH-RECS-WRITTEN =
007500         CIF-ACKS-ACCEPTED + CIF-ACKS-REJECTED.
007510     MOVE CIF-ACKS-NOT-FOUND  TO CIF-RUNH-RECS-REJECTED.
007520     MOVE RETURN-CODE         TO CIF-RUNH-RETURN-CODE.
007530     WRITE RUN-HISTORY-RECORD.
007540     CLOSE RUN-HISTORY-FILE.
007550 9100-EXIT.
007560     EXIT.
007570
007580 END PROGRAM ACKPROC.
