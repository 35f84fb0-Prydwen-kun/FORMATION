000450*                    PARAMETER FILE IS PRESENT THE CONSOLE       *
000460*                    ANSWERS ARE TAKEN FROM IT AND A MISSING     *
000470*                    REQUIRED ANSWER FAILS THE JOB WITH RC 12.   *
000480*   10/15/26   JPL   LAST-ACTIVITY AND DORMANCY-NOTICE DATES NOW *
000490*                    CARRIED ACROSS TO THE ARCHIVE RECORD.       *
000500*   10/15/26   JPL   UNDELIVERABLE-ADDRESS FLAG NOW CARRIED      *
000510*                    ACROSS TO THE ARCHIVE RECORD.               *
000520*                                                                *
000530******************************************************************
000540 IDENTIFICATION DIVISION.
000550 PROGRAM-ID. ARCHPURG.
000560
000570 ENVIRONMENT DIVISION.
000580 INPUT-OUTPUT SECTION.
000590 FILE-CONTROL.
000600     SELECT CUSTOMER-MASTER ASSIGN TO CUSTMAST
000610         ORGANIZATION IS INDEXED
000620         ACCESS MODE IS SEQUENTIAL
000630         RECORD KEY IS CIF-CUST-KEY
000640         ALTERNATE RECORD KEY IS CIF-CUST-NAME
000650             WITH DUPLICATES
000660         FILE STATUS IS CIF-CUSTMAST-STATUS.
000670
000680     SELECT ARCHIVE-FILE ASSIGN TO CUSTARCH
000690         ORGANIZATION IS SEQUENTIAL
000700         FILE STATUS IS CIF-ARCHIVE-STATUS.
000710
000720     SELECT REPORT-LISTING ASSIGN TO ARCHRPT
000730         ORGANIZATION IS LINE SEQUENTIAL
000740         FILE STATUS IS CIF-REPORT-STATUS.
000750
000760     SELECT OPERATOR-SECURITY ASSIGN TO OPERSEC
000770         ORGANIZATION IS SEQUENTIAL
000780         FILE STATUS IS CIF-OPERSEC-STATUS.
000790
000800     SELECT RUN-PARM-FILE ASSIGN TO RUNPARM
000810         ORGANIZATION IS LINE SEQUENTIAL
000820         FILE STATUS IS CIF-RUNPARM-STATUS.
000830
000840 DATA DIVISION.
000850 FILE SECTION.
000860 FD  CUSTOMER-MASTER.
000870     COPY CUSTREC.
000880
000890 FD  ARCHIVE-FILE.
000900     COPY ARCHREC.
000910
000920 FD  REPORT-LISTING.
000930 01  CIF-REPORT-LINE             PIC X(80).
000940
000950 FD  OPERATOR-SECURITY.
000960     COPY OPERREC.
000970
000980 FD  RUN-PARM-FILE.
000990     COPY RUNPREC.
001000
001010 WORKING-STORAGE SECTION.
001020******************************************************************
001030*   FILE STATUS FIELDS                                          *
001040******************************************************************
001050 01  CIF-FILE-STATUSES.
001060     05  CIF-RUNPARM-STATUS      PIC X(02) VALUE '00'.
001070     05  CIF-CUSTMAST-STATUS     PIC X(02) VALUE '00'.
001080     05  CIF-ARCHIVE-STATUS      PIC X(02) VALUE '00'.
001090     05  CIF-REPORT-STATUS       PIC X(02) VALUE '00'.
001100     05  CIF-OPERSEC-STATUS      PIC X(02) VALUE '00'.
001110
001120******************************************************************
001130*   SWITCHES                                                    *
001140******************************************************************
001150 01  CIF-SWITCHES.
001160     05  CIF-UNATTENDED-SWITCH   PIC X(01) VALUE 'N'.
001170         88  CIF-UNATTENDED                 VALUE 'Y'.
001180     05  CIF-PARM-EOF-SWITCH     PIC X(01) VALUE 'N'.
001190         88  CIF-PARM-EOF                   VALUE 'Y'.
001200     05  CIF-PARM-FOUND-SWITCH   PIC X(01) VALUE 'N'.
001210         88  CIF-PARM-FOUND                 VALUE 'Y'.
001220     05  CIF-EOF-SWITCH          PIC X(01) VALUE 'N'.
001230         88  CIF-EOF                        VALUE 'Y'.
001240     05  CIF-ABORT-SWITCH        PIC X(01) VALUE 'N'.
001250         88  CIF-ABORT                      VALUE 'Y'.
001260     05  CIF-CUSTMAST-OPEN-SW    PIC X(01) VALUE 'N'.
001270         88  CIF-CUSTMAST-OPEN              VALUE 'Y'.
001280     05  CIF-ARCHIVE-OPEN-SW     PIC X(01) VALUE 'N'.
001290         88  CIF-ARCHIVE-OPEN               VALUE 'Y'.
001300     05  CIF-REPORT-OPEN-SW      PIC X(01) VALUE 'N'.
001310         88  CIF-REPORT-OPEN                VALUE 'Y'.
001320     05  CIF-OPERSEC-EOF-SWITCH  PIC X(01) VALUE 'N'.
001330         88  CIF-OPERSEC-EOF                VALUE 'Y'.
001340     05  CIF-SIGNON-OK-SWITCH    PIC X(01) VALUE 'N'.
001350         88  CIF-SIGNON-OK                  VALUE 'Y'.
001360
001370******************************************************************
001380*   BATCH COUNTERS                                               *
001390******************************************************************
001400 01  CIF-COUNTERS.
001410     05  CIF-PARM-IDX            PIC 9(02) COMP VALUE ZERO.
001420     05  CIF-PARM-COUNT          PIC 9(02) COMP VALUE ZERO.
001430     05  CIF-RECS-READ           PIC 9(06) COMP VALUE ZERO.
001440     05  CIF-RECS-ARCHIVED       PIC 9(06) COMP VALUE ZERO.
001450     05  CIF-RECS-KEPT           PIC 9(06) COMP VALUE ZERO.
001460     05  CIF-LINE-COUNT          PIC 9(03) COMP VALUE ZERO.
001470     05  CIF-PAGE-NO             PIC 9(04) COMP VALUE ZERO.
001480     05  CIF-SIGNON-TRIES        PIC 9(01) COMP VALUE ZERO.
001490     05  CIF-OPER-IDX            PIC 9(03) COMP VALUE ZERO.
001500     05  CIF-OPER-COUNT          PIC 9(03) COMP VALUE ZERO.
001510
001520******************************************************************
001530*   MISCELLANEOUS WORKING FIELDS                                 *
001540******************************************************************
001550 01  CIF-MISC-WORK.
001560     05  CIF-MY-PROGRAM-ID       PIC X(10) VALUE 'ARCHPURG'.
001570     05  CIF-PARM-WANT-KEY       PIC X(10) VALUE SPACES.
001580     05  CIF-PARM-VALUE-WORK     PIC X(20) VALUE SPACES.
001590     05  CIF-LINES-PER-PAGE      PIC 9(03) VALUE 50.
001600     05  CIF-RUN-DATE            PIC X(08).
001610     05  CIF-RUN-DATE-EDIT       PIC X(10).
001620     05  CIF-CUTOFF-DATE         PIC X(08) VALUE SPACES.
001630     05  CIF-DATE-EDIT-WORK      PIC X(10).
001640     05  CIF-OPERATOR-ID         PIC X(08) VALUE SPACES.
001650     05  CIF-SIGNON-AUTH-LEVEL   PIC X(01) VALUE SPACE.
001660         88  CIF-SIGNON-SUPERVISOR          VALUE 'S'.
001670
001680******************************************************************
001690*   OPERATOR SECURITY TABLE                                      *
001700*   THE SECURITY FILE IS SMALL (A HANDFUL OF OPERATORS) AND IS   *
001710*   LOADED HERE AT STARTUP SO SIGN-ON RETRIES DO NOT RE-READ     *
001720*   THE FILE.                                                    *
001730******************************************************************
001740
001750
001760 01  CIF-OPERATOR-TABLE.
001770     05  CIF-OPER-ENTRY OCCURS 50 TIMES.
001780         10  CIF-OPTBL-ID        PIC X(08).
001790         10  CIF-OPTBL-NAME      PIC X(30).
001800         10  CIF-OPTBL-ACTIVE-SW PIC X(01).
001810         10  CIF-OPTBL-AUTH-LVL  PIC X(01).
001820******************************************************************
001830*   PRINT LINE - A SINGLE 80-BYTE PRINT AREA REDEFINED BELOW     *
001840*   INTO THE HEADING, DETAIL AND TOTAL LAYOUTS ACTUALLY MOVED    *
001850*   TO CIF-REPORT-LINE FOR EACH WRITE.                          *
001860******************************************************************
001870 01  CIF-PRINT-LINE                  PIC X(80) VALUE SPACES.
001880
001890 01  CIF-PRINT-LINE-HEAD-1 REDEFINES CIF-PRINT-LINE.
001900     05  CIF-H1-FILLER-1             PIC X(25).
001910     05  CIF-H1-TITLE                PIC X(30).
001920     05  CIF-H1-FILLER-2             PIC X(05).
001930     05  CIF-H1-PAGE-LIT             PIC X(05).
001940     05  CIF-H1-PAGE-NO              PIC ZZZ9.
001950     05  CIF-H1-FILLER-3             PIC X(11).
001960
001970 01  CIF-PRINT-LINE-HEAD-2 REDEFINES CIF-PRINT-LINE.
001980     05  CIF-H2-FILLER-1             PIC X(25).
001990     05  CIF-H2-DATE-LIT             PIC X(10).
002000     05  CIF-H2-RUN-DATE             PIC X(10).
002010     05  CIF-H2-CUTOFF-LIT           PIC X(10).
002020     05  CIF-H2-CUTOFF-DATE          PIC X(10).
002030     05  CIF-H2-FILLER-2             PIC X(15).
002040
002050 01  CIF-PRINT-LINE-HEAD-3 REDEFINES CIF-PRINT-LINE.
002060     05  CIF-H3-ACCT-LIT             PIC X(11).
002070     05  CIF-H3-NAME-LIT             PIC X(32).
002080     05  CIF-H3-STATUS-LIT           PIC X(08).
002090     05  CIF-H3-DATE-LIT             PIC X(12).
002100     05  CIF-H3-FILLER-1             PIC X(17).
002110
002120 01  CIF-PRINT-LINE-DETAIL REDEFINES CIF-PRINT-LINE.
002130     05  CIF-D-ACCT-NO               PIC 9(09).
002140     05  CIF-D-FILLER-1              PIC X(02).
002150     05  CIF-D-NAME                  PIC X(30).
002160     05  CIF-D-FILLER-2              PIC X(02).
002170     05  CIF-D-STATUS                PIC X(01).
002180     05  CIF-D-FILLER-3              PIC X(07).
002190     05  CIF-D-ENTRY-DATE            PIC X(10).
002200     05  CIF-D-FILLER-4              PIC X(19).
002210
002220 01  CIF-PRINT-LINE-TOTAL REDEFINES CIF-PRINT-LINE.
002230     05  CIF-T-FILLER-1              PIC X(10).
002240     05  CIF-T-LIT                   PIC X(20).
002250     05  CIF-T-COUNT                 PIC ZZZ,ZZ9.
002260     05  CIF-T-FILLER-2              PIC X(43).
002270
002280
002290******************************************************************
002300*   RUN PARAMETER TABLE                                          *
002310*   THE ANSWERS FOR THIS PROGRAM FROM THE NIGHT-CYCLE RUN        *
002320*   PARAMETER FILE, LOADED AT STARTUP WHEN THE FILE IS PRESENT.  *
002330******************************************************************
002340 01  CIF-PARM-TABLE.
002350     05  CIF-PARM-ENTRY OCCURS 10 TIMES.
002360         10  CIF-PTBL-KEYWORD    PIC X(10).
002370         10  CIF-PTBL-VALUE      PIC X(20).
002380 PROCEDURE DIVISION.
002390******************************************************************
002400*   0000-MAINLINE                                                *
002410*   TOP-LEVEL CONTROL OF THE ARCHIVE/PURGE RUN.                  *
002420******************************************************************
002430 0000-MAINLINE.
002440     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002450     IF NOT CIF-ABORT
002460         PERFORM 2000-PROCESS-RECORD THRU 2000-EXIT
002470             UNTIL CIF-EOF
002480         PERFORM 8000-RECONCILE-TOTALS THRU 8000-EXIT
002490     END-IF.
002500     PERFORM 9000-TERMINATE THRU 9000-EXIT.
002510     STOP RUN.
002520
002530******************************************************************
002540*   1000-INITIALIZE                                              *
002550*   ACCEPTS AND VALIDATES THE RETENTION CUTOFF DATE, THEN OPENS  *
002560*   THE MASTER FOR UPDATE, THE ARCHIVE FOR EXTEND (SO REPEATED   *
002570*   RUNS ACCUMULATE INTO ONE ARCHIVE), AND THE REPORT.           *
002580******************************************************************
002590 1000-INITIALIZE.
002600     ACCEPT CIF-RUN-DATE FROM DATE YYYYMMDD.
002610     PERFORM 1010-LOAD-RUN-PARMS THRU 1010-EXIT.
002620     MOVE CIF-RUN-DATE(5:2) TO CIF-RUN-DATE-EDIT(1:2).
002630     MOVE '/'               TO CIF-RUN-DATE-EDIT(3:1).
002640     MOVE CIF-RUN-DATE(7:2) TO CIF-RUN-DATE-EDIT(4:2).
002650     MOVE '/'               TO CIF-RUN-DATE-EDIT(6:1).
002660     MOVE CIF-RUN-DATE(1:4) TO CIF-RUN-DATE-EDIT(7:4).
002670
002680     PERFORM 1050-LOAD-OPERATORS THRU 1050-EXIT.
002690     PERFORM 1060-SIGN-ON THRU 1060-EXIT.
002700     IF CIF-ABORT
002710         GO TO 1000-EXIT
002720     END-IF.
002730     IF NOT CIF-SIGNON-SUPERVISOR
002740         DISPLAY 'ARCHPURG - SUPERVISOR AUTHORITY REQUIRED - '
002750             'JOB CANCELLED'
002760         MOVE 16 TO RETURN-CODE
002770         MOVE 'Y' TO CIF-ABORT-SWITCH
002780         GO TO 1000-EXIT
002790     END-IF.
002800
002810     IF CIF-UNATTENDED
002820         MOVE 'CUTOFF' TO CIF-PARM-WANT-KEY
002830         PERFORM 1020-FIND-RUN-PARM THRU 1020-EXIT
002840         IF NOT CIF-PARM-FOUND
002850             PERFORM 1030-PARM-MISSING THRU 1030-EXIT
002860             GO TO 1000-EXIT
002870         END-IF
002880         MOVE CIF-PARM-VALUE-WORK(1:8) TO CIF-CUTOFF-DATE
002890     ELSE
002900         DISPLAY 'ENTER RETENTION CUTOFF DATE (YYYYMMDD) - '
002910             'INACTIVE RECORDS ENTERED ON OR BEFORE THIS DATE '
002920             'ARE ARCHIVED : '
002930         ACCEPT CIF-CUTOFF-DATE
002940     END-IF.
002950     IF CIF-CUTOFF-DATE(1:8) IS NOT NUMERIC
002960         DISPLAY 'ARCHPURG - CUTOFF DATE NOT NUMERIC - '
002970             CIF-CUTOFF-DATE
002980         MOVE 16 TO RETURN-CODE
002990         MOVE 'Y' TO CIF-ABORT-SWITCH
003000         GO TO 1000-EXIT
003010     END-IF.
003020
003030     OPEN I-O CUSTOMER-MASTER.
003040     IF CIF-CUSTMAST-STATUS NOT = '00'
003050         DISPLAY 'ARCHPURG - CUSTOMER-MASTER OPEN FAILED - '
003060             'STATUS ' CIF-CUSTMAST-STATUS
003070         MOVE 16 TO RETURN-CODE
003080         MOVE 'Y' TO CIF-ABORT-SWITCH
003090         GO TO 1000-EXIT
003100     END-IF.
003110     MOVE 'Y' TO CIF-CUSTMAST-OPEN-SW.
003120
003130     OPEN EXTEND ARCHIVE-FILE.
003140     IF CIF-ARCHIVE-STATUS NOT = '00'
003150         OPEN OUTPUT ARCHIVE-FILE
003160     END-IF.
003170     IF CIF-ARCHIVE-STATUS NOT = '00'
003180         DISPLAY 'ARCHPURG - ARCHIVE OPEN FAILED - STATUS '
003190             CIF-ARCHIVE-STATUS
003200         MOVE 16 TO RETURN-CODE
003210         MOVE 'Y' TO CIF-ABORT-SWITCH
003220         GO TO 1000-EXIT
003230     END-IF.
003240     MOVE 'Y' TO CIF-ARCHIVE-OPEN-SW.
003250
003260     OPEN OUTPUT REPORT-LISTING.
003270     IF CIF-REPORT-STATUS NOT = '00'
003280         DISPLAY 'ARCHPURG - REPORT OPEN FAILED - STATUS '
003290             CIF-REPORT-STATUS
003300         MOVE 16 TO RETURN-CODE
003310         MOVE 'Y' TO CIF-ABORT-SWITCH
003320         GO TO 1000-EXIT
003330     END-IF.
003340     MOVE 'Y' TO CIF-REPORT-OPEN-SW.
003350
003360     PERFORM 1100-READ-CUSTOMER THRU 1100-EXIT.
003370 1000-EXIT.
003380     EXIT.
003390
003400******************************************************************
003410*   1010-LOAD-RUN-PARMS                                          *
003420*   LOOKS FOR THE NIGHT-CYCLE RUN PARAMETER FILE.  WHEN IT IS    *
003430*   PRESENT THE RUN IS UNATTENDED AND EVERY CONSOLE ANSWER IS    *
003440*   TAKEN FROM THE ROWS CARRYING THIS PROGRAM'S NAME; WHEN IT    *
003450*   IS ABSENT THE RUN PROMPTS AT THE CONSOLE AS BEFORE.          *
003460******************************************************************
003470 1010-LOAD-RUN-PARMS.
003480     MOVE ZERO TO CIF-PARM-COUNT.
003490     MOVE 'N' TO CIF-PARM-EOF-SWITCH.
003500     OPEN INPUT RUN-PARM-FILE.
003510     IF CIF-RUNPARM-STATUS NOT = '00'
003520         GO TO 1010-EXIT
003530     END-IF.
003540     MOVE 'Y' TO CIF-UNATTENDED-SWITCH.
003550     DISPLAY 'ARCHPURG - UNATTENDED MODE - ANSWERS FROM '
003560         'RUN PARAMETER FILE'.
003570     PERFORM 1015-READ-RUN-PARM THRU 1015-EXIT
003580         UNTIL CIF-PARM-EOF.
003590     CLOSE RUN-PARM-FILE.
003600 1010-EXIT.
003610     EXIT.
003620
003630******************************************************************
003640*   1015-READ-RUN-PARM                                           *
003650*   READS ONE RUN PARAMETER ROW, KEEPING THE ROWS ADDRESSED TO   *
003660*   THIS PROGRAM.                                                *
003670******************************************************************
003680 1015-READ-RUN-PARM.
003690     READ RUN-PARM-FILE
003700         AT END
003710             MOVE 'Y' TO CIF-PARM-EOF-SWITCH
003720         NOT AT END
003730             IF CIF-PRM-PROGRAM-ID = CIF-MY-PROGRAM-ID
003740                 IF CIF-PARM-COUNT < 10
003750                     ADD 1 TO CIF-PARM-COUNT
003760                     MOVE CIF-PRM-KEYWORD
003770                         TO CIF-PTBL-KEYWORD (CIF-PARM-COUNT)
003780                     MOVE CIF-PRM-VALUE
003790                         TO CIF-PTBL-VALUE (CIF-PARM-COUNT)
003800                 END-IF
003810             END-IF
003820     END-READ.
003830     IF NOT CIF-PARM-EOF
003840         IF CIF-RUNPARM-STATUS NOT = '00'
003850             DISPLAY 'ARCHPURG - RUN PARAMETER READ FAILED '
003860                 '- STATUS ' CIF-RUNPARM-STATUS
003870             MOVE 'Y' TO CIF-PARM-EOF-SWITCH
003880         END-IF
003890     END-IF.
003900 1015-EXIT.
003910     EXIT.
003920
003930******************************************************************
003940*   1020-FIND-RUN-PARM                                           *
003950*   SEARCHES THE PARAMETER TABLE FOR THE KEYWORD IN              *
003960*   CIF-PARM-WANT-KEY, LEAVING ITS VALUE IN                      *
003970*   CIF-PARM-VALUE-WORK WHEN FOUND.                              *
003980******************************************************************
003990 1020-FIND-RUN-PARM.
004000     MOVE 'N' TO CIF-PARM-FOUND-SWITCH.
004010     MOVE SPACES TO CIF-PARM-VALUE-WORK.
004020     PERFORM 1025-MATCH-RUN-PARM THRU 1025-EXIT
004030         VARYING CIF-PARM-IDX FROM 1 BY 1
004040         UNTIL CIF-PARM-IDX > CIF-PARM-COUNT OR CIF-PARM-FOUND.
004050 1020-EXIT.
004060     EXIT.
004070
004080******************************************************************
004090*   1025-MATCH-RUN-PARM                                          *
004100*   COMPARES ONE PARAMETER TABLE ENTRY AGAINST THE KEYWORD       *
004110*   WANTED.                                                      *
004120******************************************************************
004130 1025-MATCH-RUN-PARM.
004140     IF CIF-PTBL-KEYWORD (CIF-PARM-IDX) = CIF-PARM-WANT-KEY
004150         MOVE 'Y' TO CIF-PARM-FOUND-SWITCH
004160         MOVE CIF-PTBL-VALUE (CIF-PARM-IDX)
004170             TO CIF-PARM-VALUE-WORK
004180     END-IF.
004190 1025-EXIT.
004200     EXIT.
004210
004220******************************************************************
004230*   1030-PARM-MISSING                                            *
004240*   FAILS THE JOB WITH RETURN CODE 12 WHEN A REQUIRED RUN        *
004250*   PARAMETER IS MISSING FROM AN UNATTENDED RUN.                 *
004260******************************************************************
004270 1030-PARM-MISSING.
004280     DISPLAY 'ARCHPURG - REQUIRED RUN PARAMETER '
004290         CIF-PARM-WANT-KEY ' MISSING - JOB FAILING'.
004300     MOVE 12 TO RETURN-CODE.
004310     MOVE 'Y' TO CIF-ABORT-SWITCH.
004320 1030-EXIT.
004330     EXIT.
004340
004350
004360******************************************************************
004370*   1050-LOAD-OPERATORS                                          *
004380*   LOADS THE OPERATOR SECURITY FILE INTO THE SIGN-ON TABLE,     *
004390*   CREATING THE FILE WITH THE DEFAULT OPER01 ENTRY ON ITS       *
004400*   FIRST USE, THE SAME WAY THE INTAKE PROGRAM DOES.             *
004410******************************************************************
004420 1050-LOAD-OPERATORS.
004430     MOVE ZERO TO CIF-OPER-COUNT.
004440     MOVE 'N' TO CIF-OPERSEC-EOF-SWITCH.
004450     OPEN INPUT OPERATOR-SECURITY.
004460     IF CIF-OPERSEC-STATUS NOT = '00'
004470         OPEN OUTPUT OPERATOR-SECURITY
004480         MOVE 'OPER01'           TO CIF-OPER-ID
004490         MOVE 'DEFAULT OPERATOR' TO CIF-OPER-NAME
004500         MOVE 'Y'                TO CIF-OPER-ACTIVE-SW
004510         MOVE 'S'                TO CIF-OPER-AUTH-LEVEL
004520         MOVE SPACES             TO CIF-OPER-FILLER
004530         WRITE OPERATOR-SECURITY-RECORD
004540         CLOSE OPERATOR-SECURITY
004550         OPEN INPUT OPERATOR-SECURITY
004560     END-IF.
004570     PERFORM 1055-READ-OPERATOR THRU 1055-EXIT
004580         UNTIL CIF-OPERSEC-EOF.
004590     CLOSE OPERATOR-SECURITY.
004600 1050-EXIT.
004610     EXIT.
004620
004630******************************************************************
004640*   1055-READ-OPERATOR                                           *
004650*   READS ONE OPERATOR SECURITY RECORD INTO THE SIGN-ON TABLE.   *
004660******************************************************************
004670 1055-READ-OPERATOR.
004680     READ OPERATOR-SECURITY
004690         AT END
004700             MOVE 'Y' TO CIF-OPERSEC-EOF-SWITCH
004710         NOT AT END
004720             IF CIF-OPER-COUNT < 50
004730                 ADD 1 TO CIF-OPER-COUNT
004740                 MOVE CIF-OPER-ID TO CIF-OPTBL-ID (CIF-OPER-COUNT)
004750                 MOVE CIF-OPER-NAME
004760                     TO CIF-OPTBL-NAME (CIF-OPER-COUNT)
004770                 MOVE CIF-OPER-ACTIVE-SW
004780                     TO CIF-OPTBL-ACTIVE-SW (CIF-OPER-COUNT)
004790                 MOVE CIF-OPER-AUTH-LEVEL
004800                     TO CIF-OPTBL-AUTH-LVL (CIF-OPER-COUNT)
004810             END-IF
004820     END-READ.
004830     IF NOT CIF-OPERSEC-EOF
004840         IF CIF-OPERSEC-STATUS NOT = '00'
004850             DISPLAY 'ARCHPURG - OPERATOR SECURITY READ FAILED '
004860                 '- STATUS ' CIF-OPERSEC-STATUS
004870                 ' - SIGN-ON TABLE INCOMPLETE'
004880             MOVE 'Y' TO CIF-OPERSEC-EOF-SWITCH
004890         END-IF
004900     END-IF.
004910 1055-EXIT.
004920     EXIT.
004930
004940******************************************************************
004950*   1060-SIGN-ON                                                 *
004960*   GIVES THE OPERATOR THREE TRIES TO SIGN ON WITH AN ID THAT    *
004970*   IS ON THE SECURITY FILE AND STILL ACTIVE.  A FAILED SIGN-ON  *
004980*   CANCELS THE JOB BEFORE ANY OTHER FILE IS OPENED.             *
004990******************************************************************
005000 1060-SIGN-ON.
005010     IF CIF-UNATTENDED
005020         MOVE 'OPERATOR' TO CIF-PARM-WANT-KEY
005030         PERFORM 1020-FIND-RUN-PARM THRU 1020-EXIT
005040         IF NOT CIF-PARM-FOUND
005050             PERFORM 1030-PARM-MISSING THRU 1030-EXIT
005060             GO TO 1060-EXIT
005070         END-IF
005080         MOVE CIF-PARM-VALUE-WORK(1:8) TO CIF-OPERATOR-ID
005090         PERFORM 1080-MATCH-OPERATOR THRU 1080-EXIT
005100             VARYING CIF-OPER-IDX FROM 1 BY 1
005110             UNTIL CIF-OPER-IDX > CIF-OPER-COUNT OR CIF-SIGNON-OK
005120         IF NOT CIF-SIGNON-OK
005130             DISPLAY 'SIGN-ON FAILED - JOB CANCELLED'
005140             MOVE 16 TO RETURN-CODE
005150             MOVE 'Y' TO CIF-ABORT-SWITCH
005160         END-IF
005170         GO TO 1060-EXIT
005180     END-IF.
005190     MOVE ZERO TO CIF-SIGNON-TRIES.
005200     PERFORM 1070-SIGN-ON-TRY THRU 1070-EXIT
005210         UNTIL CIF-SIGNON-OK OR CIF-SIGNON-TRIES >= 3.
005220     IF NOT CIF-SIGNON-OK
005230         DISPLAY 'SIGN-ON FAILED - JOB CANCELLED'
005240         MOVE 16 TO RETURN-CODE
005250         MOVE 'Y' TO CIF-ABORT-SWITCH
005260     END-IF.
005270 1060-EXIT.
005280     EXIT.
005290
005300******************************************************************
005310*   1070-SIGN-ON-TRY                                             *
005320*   ONE SIGN-ON ATTEMPT - ACCEPTS THE OPERATOR ID AND SEARCHES   *
005330*   THE SECURITY TABLE FOR AN ACTIVE MATCH.                      *
005340******************************************************************
005350 1070-SIGN-ON-TRY.
005360     ADD 1 TO CIF-SIGNON-TRIES.
005370     DISPLAY 'ENTER OPERATOR ID : '.
005380     ACCEPT CIF-OPERATOR-ID.
005390     PERFORM 1080-MATCH-OPERATOR THRU 1080-EXIT
005400         VARYING CIF-OPER-IDX FROM 1 BY 1
005410         UNTIL CIF-OPER-IDX > CIF-OPER-COUNT OR CIF-SIGNON-OK.
005420     IF NOT CIF-SIGNON-OK
005430         DISPLAY 'OPERATOR NOT AUTHORIZED OR NOT ACTIVE'
005440     END-IF.
005450 1070-EXIT.
005460     EXIT.
005470
005480******************************************************************
005490*   1080-MATCH-OPERATOR                                          *
005500*   COMPARES ONE SECURITY TABLE ENTRY AGAINST THE ID KEYED.      *
005510******************************************************************
005520 1080-MATCH-OPERATOR.
005530     IF CIF-OPTBL-ID (CIF-OPER-IDX) = CIF-OPERATOR-ID AND
005540             CIF-OPTBL-ACTIVE-SW (CIF-OPER-IDX) = 'Y'
005550         MOVE CIF-OPTBL-AUTH-LVL (CIF-OPER-IDX)
005560             TO CIF-SIGNON-AUTH-LEVEL
005570         MOVE 'Y' TO CIF-SIGNON-OK-SWITCH
005580         DISPLAY 'SIGNED ON - ' CIF-OPERATOR-ID ' '
005590             CIF-OPTBL-NAME (CIF-OPER-IDX)
005600     END-IF.
005610 1080-EXIT.
005620     EXIT.
005630******************************************************************
005640*   1100-READ-CUSTOMER                                           *
005650******************************************************************
005660 1100-READ-CUSTOMER.
005670     READ CUSTOMER-MASTER NEXT RECORD
005680         AT END
005690             MOVE 'Y' TO CIF-EOF-SWITCH
005700         NOT AT END
005710             ADD 1 TO CIF-RECS-READ
005720     END-READ.
005730     IF NOT CIF-EOF
005740         IF CIF-CUSTMAST-STATUS NOT = '00' AND
005750                 CIF-CUSTMAST-STATUS NOT = '02'
005760             DISPLAY 'ARCHPURG - CUSTOMER-MASTER READ FAILED '
005770                 '- STATUS ' CIF-CUSTMAST-STATUS
005780                 ' - PASS INCOMPLETE - JOB FAILING'
005790             MOVE 16 TO RETURN-CODE
005800             MOVE 'Y' TO CIF-EOF-SWITCH
005810         END-IF
005820     END-IF.
005830 1100-EXIT.
005840     EXIT.
005850
005860******************************************************************
005870*   2000-PROCESS-RECORD                                          *
005880*   DECIDES WHETHER THE RECORD JUST READ COMES OFF THE LIVE      *
005890*   MASTER.  PURGE-PENDING RECORDS GO REGARDLESS OF AGE;         *
005900*   INACTIVE RECORDS GO ONCE THEIR ENTRY DATE IS ON OR BEFORE    *
005910*   THE CUTOFF.  EVERYTHING ELSE STAYS.                          *
005920******************************************************************
005930 2000-PROCESS-RECORD.
005940     IF CIF-CUST-PURGE-PENDING
005950         PERFORM 3000-ARCHIVE-CUSTOMER THRU 3000-EXIT
005960     ELSE
005970         IF CIF-CUST-INACTIVE AND
005980                 CIF-CUST-ENTRY-DATE NOT > CIF-CUTOFF-DATE
005990             PERFORM 3000-ARCHIVE-CUSTOMER THRU 3000-EXIT
006000         ELSE
006010             ADD 1 TO CIF-RECS-KEPT
006020         END-IF
006030     END-IF.
006040     PERFORM 1100-READ-CUSTOMER THRU 1100-EXIT.
006050 2000-EXIT.
006060     EXIT.
006070
006080******************************************************************
006090*   3000-ARCHIVE-CUSTOMER                                        *
006100*   WRITES THE RECORD TO THE ARCHIVE, DELETES IT FROM THE LIVE   *
006110*   MASTER, AND REPORTS THE MOVE.  THE DELETE IS ONLY TAKEN      *
006120*   AFTER A CLEAN ARCHIVE WRITE SO A FAILED WRITE CANNOT LOSE    *
006130*   THE CUSTOMER.                                                *
006140******************************************************************
006150 3000-ARCHIVE-CUSTOMER.
006160     MOVE CIF-CUST-KEY         TO CIF-ARCH-KEY.
006170     MOVE CIF-CUST-NAME        TO CIF-ARCH-NAME.
006180     MOVE CIF-CUST-DEPT        TO CIF-ARCH-DEPT.
006190     MOVE CIF-CUST-ENTRY-DATE  TO CIF-ARCH-ENTRY-DATE.
006200     MOVE CIF-CUST-ENTRY-TIME  TO CIF-ARCH-ENTRY-TIME.
006210     MOVE CIF-CUST-OPERATOR-ID TO CIF-ARCH-OPERATOR-ID.
006220     MOVE CIF-CUST-STATUS      TO CIF-ARCH-STATUS.
006230     MOVE CIF-CUST-ACK-FLAG    TO CIF-ARCH-ACK-FLAG.
006240     MOVE CIF-CUST-XTR-FLAG    TO CIF-ARCH-XTR-FLAG.
006250     MOVE CIF-CUST-ADDR-STREET TO CIF-ARCH-ADDR-STREET.
006260     MOVE CIF-CUST-ADDR-CITY   TO CIF-ARCH-ADDR-CITY.
006270     MOVE CIF-CUST-ADDR-STATE  TO CIF-ARCH-ADDR-STATE.
006280     MOVE CIF-CUST-ADDR-ZIP    TO CIF-ARCH-ADDR-ZIP.
006290     MOVE CIF-CUST-PHONE       TO CIF-ARCH-PHONE.
006300     MOVE CIF-CUST-BALANCE     TO CIF-ARCH-BALANCE.
006310     MOVE CIF-CUST-BRANCH      TO CIF-ARCH-BRANCH.
006320     MOVE CIF-CUST-LTR-FLAG    TO CIF-ARCH-LTR-FLAG.
006330     MOVE CIF-CUST-LAST-ACT-DATE TO CIF-ARCH-LAST-ACT-DATE.
006340     MOVE CIF-CUST-NOTICE-DATE TO CIF-ARCH-NOTICE-DATE.
006350     MOVE CIF-CUST-UNDELIV-FLAG TO CIF-ARCH-UNDELIV-FLAG.
006360     MOVE CIF-CUST-FILLER      TO CIF-ARCH-FILLER.
006370
006380     WRITE ARCHIVE-RECORD.
006390     IF CIF-ARCHIVE-STATUS NOT = '00'
006400         DISPLAY 'ARCHPURG - ARCHIVE WRITE FAILED - KEY '
006410             CIF-CUST-KEY ' STATUS ' CIF-ARCHIVE-STATUS
006420             ' - RECORD KEPT ON MASTER'
006430         ADD 1 TO CIF-RECS-KEPT
006440     ELSE
006450         DELETE CUSTOMER-MASTER
006460         IF CIF-CUSTMAST-STATUS NOT = '00'
006470             DISPLAY 'ARCHPURG - MASTER DELETE FAILED - KEY '
006480                 CIF-CUST-KEY ' STATUS ' CIF-CUSTMAST-STATUS
006490             ADD 1 TO CIF-RECS-KEPT
006500         ELSE
006510             ADD 1 TO CIF-RECS-ARCHIVED
006520             PERFORM 4000-WRITE-REPORT-DETAIL THRU 4000-EXIT
006530         END-IF
006540     END-IF.
006550 3000-EXIT.
006560     EXIT.
006570
006580******************************************************************
006590*   4000-WRITE-REPORT-DETAIL                                     *
006600*   REPORTS ONE ARCHIVED CUSTOMER.                               *
006610******************************************************************
006620 4000-WRITE-REPORT-DETAIL.
006630     IF CIF-LINE-COUNT >= CIF-LINES-PER-PAGE OR CIF-PAGE-NO = 0
006640         PERFORM 4100-WRITE-HEADINGS THRU 4100-EXIT
006650     END-IF.
006660
006670     MOVE CIF-ARCH-ENTRY-DATE(5:2) TO CIF-DATE-EDIT-WORK(1:2).
006680     MOVE '/'                      TO CIF-DATE-EDIT-WORK(3:1).
006690     MOVE CIF-ARCH-ENTRY-DATE(7:2) TO CIF-DATE-EDIT-WORK(4:2).
006700     MOVE '/'                      TO CIF-DATE-EDIT-WORK(6:1).
006710     MOVE CIF-ARCH-ENTRY-DATE(1:4) TO CIF-DATE-EDIT-WORK(7:4).
006720
006730     MOVE SPACES                TO CIF-PRINT-LINE-DETAIL.
006740     MOVE CIF-ARCH-KEY          TO CIF-D-ACCT-NO.
006750     MOVE CIF-ARCH-NAME(1:30)   TO CIF-D-NAME.
006760     MOVE CIF-ARCH-STATUS       TO CIF-D-STATUS.
006770     MOVE CIF-DATE-EDIT-WORK    TO CIF-D-ENTRY-DATE.
006780     MOVE CIF-PRINT-LINE-DETAIL TO CIF-REPORT-LINE.
006790     WRITE CIF-REPORT-LINE.
006800     ADD 1 TO CIF-LINE-COUNT.
006810 4000-EXIT.
006820     EXIT.
006830
006840******************************************************************
006850*   4100-WRITE-HEADINGS                                          *
006860******************************************************************
006870 4100-WRITE-HEADINGS.
006880     ADD 1 TO CIF-PAGE-NO.
006890
006900     MOVE SPACES                  TO CIF-PRINT-LINE-HEAD-1.
006910     MOVE 'CUSTOMER ARCHIVE/PURGE REPORT' TO CIF-H1-TITLE.
006920     MOVE 'PAGE '                       TO CIF-H1-PAGE-LIT.
006930     MOVE CIF-PAGE-NO                   TO CIF-H1-PAGE-NO.
006940     MOVE CIF-PRINT-LINE-HEAD-1    TO CIF-REPORT-LINE.
006950     WRITE CIF-REPORT-LINE.
006960
006970     MOVE CIF-CUTOFF-DATE(5:2) TO CIF-DATE-EDIT-WORK(1:2).
006980     MOVE '/'                  TO CIF-DATE-EDIT-WORK(3:1).
006990     MOVE CIF-CUTOFF-DATE(7:2) TO CIF-DATE-EDIT-WORK(4:2).
007000     MOVE '/'                  TO CIF-DATE-EDIT-WORK(6:1).
007010     MOVE CIF-CUTOFF-DATE(1:4) TO CIF-DATE-EDIT-WORK(7:4).
007020
007030     MOVE SPACES                  TO CIF-PRINT-LINE-HEAD-2.
007040     MOVE 'RUN DATE: '                  TO CIF-H2-DATE-LIT.
007050     MOVE CIF-RUN-DATE-EDIT              TO CIF-H2-RUN-DATE.
007060     MOVE ' CUTOFF: '                   TO CIF-H2-CUTOFF-LIT.
007070     MOVE CIF-DATE-EDIT-WORK             TO CIF-H2-CUTOFF-DATE.
007080     MOVE CIF-PRINT-LINE-HEAD-2    TO CIF-REPORT-LINE.
007090     WRITE CIF-REPORT-LINE.
007100
007110     MOVE SPACES                  TO CIF-REPORT-LINE.
007120     WRITE CIF-REPORT-LINE.
007130
007140     MOVE SPACES                  TO CIF-PRINT-LINE-HEAD-3.
007150     MOVE 'ACCOUNT NO'                  TO CIF-H3-ACCT-LIT.
007160     MOVE 'CUSTOMER NAME'                TO CIF-H3-NAME-LIT.
007170     MOVE 'STATUS'                       TO CIF-H3-STATUS-LIT.
007180     MOVE 'ENTERED'                      TO CIF-H3-DATE-LIT.
007190     MOVE CIF-PRINT-LINE-HEAD-3    TO CIF-REPORT-LINE.
007200     WRITE CIF-REPORT-LINE.
007210
007220     MOVE ZERO TO CIF-LINE-COUNT.
007230 4100-EXIT.
007240     EXIT.
007250
007260******************************************************************
007270*   8000-RECONCILE-TOTALS                                        *
007280*   TIES RECORDS READ AGAINST RECORDS ARCHIVED PLUS RECORDS      *
007290*   KEPT, AND CLOSES THE REPORT WITH THE RUN TOTALS.             *
007300******************************************************************
007310 8000-RECONCILE-TOTALS.
007320     IF CIF-PAGE-NO = 0
007330         PERFORM 4100-WRITE-HEADINGS THRU 4100-EXIT
007340     END-IF.
007350
007360     MOVE SPACES              TO CIF-REPORT-LINE.
007370     WRITE CIF-REPORT-LINE.
007380
007390     MOVE SPACES              TO CIF-PRINT-LINE-TOTAL.
007400     MOVE 'RECORDS READ     :'     TO CIF-T-LIT.
007410     MOVE CIF-RECS-READ            TO CIF-T-COUNT.
007420     MOVE CIF-PRINT-LINE-TOTAL TO CIF-REPORT-LINE.
007430     WRITE CIF-REPORT-LINE.
007440
007450     MOVE SPACES              TO CIF-PRINT-LINE-TOTAL.
007460     MOVE 'RECORDS ARCHIVED :'     TO CIF-T-LIT.
007470     MOVE CIF-RECS-ARCHIVED        TO CIF-T-COUNT.
007480     MOVE CIF-PRINT-LINE-TOTAL TO CIF-REPORT-LINE.
007490     WRITE CIF-REPORT-LINE.
007500
007510     MOVE SPACES              TO CIF-PRINT-LINE-TOTAL.
007520     MOVE 'RECORDS KEPT     :'     TO CIF-T-LIT.
007530     MOVE CIF-RECS-KEPT            TO CIF-T-COUNT.
007540     MOVE CIF-PRINT-LINE-TOTAL TO CIF-REPORT-LINE.
007550     WRITE CIF-REPORT-LINE.
007560
007570     DISPLAY 'ARCHPURG - RECORDS READ     : ' CIF-RECS-READ.
007580     DISPLAY 'ARCHPURG - RECORDS ARCHIVED : ' CIF-RECS-ARCHIVED.
007590     DISPLAY 'ARCHPURG - RECORDS KEPT     : ' CIF-RECS-KEPT.
007600
007610     IF CIF-RECS-READ = CIF-RECS-ARCHIVED + CIF-RECS-KEPT
007620         DISPLAY 'RECONCILIATION OK - CONTROL TOTALS TIE'
007630         MOVE 0 TO RETURN-CODE
007640     ELSE
007650         DISPLAY 'RECONCILIATION FAILED - CONTROL TOTALS '
007660             'DO NOT TIE - JOB FAILING'
007670         MOVE 16 TO RETURN-CODE
007680     END-IF.
007690 8000-EXIT.
007700     EXIT.
007710
007720******************************************************************
007730*   9000-TERMINATE                                               *
007740******************************************************************
007750 9000-TERMINATE.
007760     IF CIF-CUSTMAST-OPEN
007770         CLOSE CUSTOMER-MASTER
007780     END-IF.
007790     IF CIF-ARCHIVE-OPEN
007800         CLOSE ARCHIVE-FILE
007810     END-IF.
007820     IF CIF-REPORT-OPEN
007830         CLOSE REPORT-LISTING
007840     END-IF.
007850 9000-EXIT.
007860     EXIT.
007870
007880 END PROGRAM ARCHPURG.
