000010******************************************************************
000020*                                                                *
000030*   PROGRAM:      CUSTAUD                                        *
000040*   AUTHOR:       J. P. LINDQUIST                                *
000050*   INSTALLATION: DATA PROCESSING                                *
000060*   DATE-WRITTEN: 10/15/26                                       *
000070*   DATE-COMPILED:                                               *
000080*                                                                *
000090*   PURPOSE.      CUSTOMER-MASTER REFERENTIAL INTEGRITY AUDIT.   *
000100*       SCANS THE WHOLE MASTER AND CHECKS EVERY RECORD AGAINST   *
000110*       THE FILES IT POINTS TO AS THEY STAND TODAY - THE BRANCH  *
000120*       REFERENCE FILE (BRNCHREF), THE DEPARTMENT REFERENCE FILE *
000130*       (DEPTREF), THE OPERATOR SECURITY FILE (OPERSEC) AND THE  *
000140*       ACCOUNT SEQUENCE CONTROL FILE (ACCTSEQ) - AND FOR FLAG   *
000150*       COMBINATIONS THAT CANNOT ARISE IN THE NORMAL CYCLE.      *
000160*       EVERY EXCEPTION IS SORTED BY TYPE AND LISTED UNDER ITS   *
000170*       TYPE WITH A COUNT, FOLLOWED BY A SUMMARY OF ALL TYPES,   *
000180*       SO THE CLEANUP CAN BE ASSIGNED OUT.  THE MASTER IS ONLY  *
000190*       READ - NOTHING IS CORRECTED HERE.                        *
000200*                                                                *
000210*   TECTONICS.    cobc                                          *
000220*                                                                *
000230*   MODIFICATION HISTORY                                        *
000240*   DATE       INIT  DESCRIPTION                                *
000250*   10/15/26   JPL   ORIGINAL PROGRAM.                          *
000260*   10/15/26   JPL   CHECKS THE NIGHT-CYCLE JOB DEPENDENCY      *
000270*                    TABLE AT STARTUP AND REFUSES TO RUN, WITH  *
000280*                    RC 20, UNTIL EVERY PREDECESSOR HAS ENDED   *
000290*                    CLEAN TODAY.  A REFUSED RUN IS LOGGED ON   *
000300*                    THE RUN-HISTORY FILE.                      *
000310*                                                                *
000320******************************************************************
000330 IDENTIFICATION DIVISION.
000340 PROGRAM-ID. CUSTAUD.
000350
000360 ENVIRONMENT DIVISION.
000370 INPUT-OUTPUT SECTION.
000380 FILE-CONTROL.
000390     SELECT CUSTOMER-MASTER ASSIGN TO CUSTMAST
000400         ORGANIZATION IS INDEXED
000410         ACCESS MODE IS SEQUENTIAL
000420         RECORD KEY IS CIF-CUST-KEY
000430         ALTERNATE RECORD KEY IS CIF-CUST-NAME
000440             WITH DUPLICATES
000450         FILE STATUS IS CIF-CUSTMAST-STATUS.
000460
000470     SELECT BRANCH-REFERENCE ASSIGN TO BRNCHREF
000480         ORGANIZATION IS SEQUENTIAL
000490         FILE STATUS IS CIF-BRNCHREF-STATUS.
000500
000510     SELECT DEPARTMENT-REFERENCE ASSIGN TO DEPTREF
000520         ORGANIZATION IS SEQUENTIAL
000530         FILE STATUS IS CIF-DEPTREF-STATUS.
000540
000550     SELECT OPERATOR-SECURITY ASSIGN TO OPERSEC
000560         ORGANIZATION IS SEQUENTIAL
000570         FILE STATUS IS CIF-OPERSEC-STATUS.
000580
000590     SELECT ACCT-SEQUENCE-FILE ASSIGN TO ACCTSEQ
000600         ORGANIZATION IS SEQUENTIAL
000610         FILE STATUS IS CIF-ACCTSEQ-STATUS.
000620
000630     SELECT EXCEPTION-FILE ASSIGN TO AUDWORK
000640         ORGANIZATION IS LINE SEQUENTIAL
000650         FILE STATUS IS CIF-EXCEPT-STATUS.
000660
000670     SELECT SORT-WORK-FILE ASSIGN TO SORTWK01.
000680
000690     SELECT SORTED-EXCEPTIONS ASSIGN TO AUDSORT
000700         ORGANIZATION IS LINE SEQUENTIAL
000710         FILE STATUS IS CIF-SORTED-STATUS.
000720
000730     SELECT REPORT-LISTING ASSIGN TO AUDRPT
000740         ORGANIZATION IS LINE SEQUENTIAL
000750         FILE STATUS IS CIF-REPORT-STATUS.
000760
000770     SELECT RUN-HISTORY-FILE ASSIGN TO RUNHIST
000780         ORGANIZATION IS LINE SEQUENTIAL
000790         FILE STATUS IS CIF-RUNHIST-STATUS.
000800
000810     SELECT JOB-DEP-FILE ASSIGN TO JOBDEP
000820         ORGANIZATION IS LINE SEQUENTIAL
000830         FILE STATUS IS CIF-JOBDEP-STATUS.
000840
000850     SELECT RUN-PARM-FILE ASSIGN TO RUNPARM
000860         ORGANIZATION IS LINE SEQUENTIAL
000870         FILE STATUS IS CIF-RUNPARM-STATUS.
000880
000890 DATA DIVISION.
000900 FILE SECTION.
000910 FD  CUSTOMER-MASTER.
000920     COPY CUSTREC.
000930
000940 FD  BRANCH-REFERENCE.
000950     COPY BRNCHREC.
000960
000970 FD  DEPARTMENT-REFERENCE.
000980     COPY DEPTREC.
000990
001000 FD  OPERATOR-SECURITY.
001010     COPY OPERREC.
001020
001030 FD  ACCT-SEQUENCE-FILE.
001040     COPY ACCTSEQ.
001050
001060******************************************************************
001070*   EXCEPTION WORK FILE - ONE RECORD PER EXCEPTION FOUND, IN     *
001080*   MASTER ORDER, SORTED BY TYPE INTO AUDSORT FOR THE REPORT.    *
001090******************************************************************
001100 FD  EXCEPTION-FILE.
001110 01  EXCEPTION-RECORD.
001120     05  CIF-EXC-TYPE            PIC 9(02).
001130     05  CIF-EXC-ACCT-NO         PIC 9(09).
001140     05  CIF-EXC-NAME            PIC X(24).
001150     05  CIF-EXC-VALUE           PIC X(40).
001160     05  FILLER                  PIC X(05).
001170
001180 SD  SORT-WORK-FILE.
001190 01  SORT-EXCEPTION-RECORD.
001200     05  CIF-SRT-TYPE            PIC 9(02).
001210     05  CIF-SRT-ACCT-NO         PIC 9(09).
001220     05  FILLER                  PIC X(69).
001230
001240 FD  SORTED-EXCEPTIONS.
001250 01  SORTED-EXCEPTION-RECORD.
001260     05  CIF-SXC-TYPE            PIC 9(02).
001270     05  CIF-SXC-ACCT-NO         PIC 9(09).
001280     05  CIF-SXC-NAME            PIC X(24).
001290     05  CIF-SXC-VALUE           PIC X(40).
001300     05  FILLER                  PIC X(05).
001310
001320 FD  REPORT-LISTING.
001330 01  CIF-REPORT-LINE             PIC X(80).
001340
001350 FD  RUN-HISTORY-FILE.
001360     COPY RUNHREC.
001370
001380 FD  JOB-DEP-FILE.
001390     COPY JOBDREC.
001400
001410 FD  RUN-PARM-FILE.
001420     COPY RUNPREC.
001430
001440 WORKING-STORAGE SECTION.
001450******************************************************************
001460*   FILE STATUS FIELDS                                           *
001470******************************************************************
001480 01  CIF-FILE-STATUSES.
001490     05  CIF-CUSTMAST-STATUS     PIC X(02) VALUE '00'.
001500     05  CIF-BRNCHREF-STATUS     PIC X(02) VALUE '00'.
001510     05  CIF-DEPTREF-STATUS      PIC X(02) VALUE '00'.
001520     05  CIF-OPERSEC-STATUS      PIC X(02) VALUE '00'.
001530     05  CIF-ACCTSEQ-STATUS      PIC X(02) VALUE '00'.
001540     05  CIF-EXCEPT-STATUS       PIC X(02) VALUE '00'.
001550     05  CIF-SORTED-STATUS       PIC X(02) VALUE '00'.
001560     05  CIF-REPORT-STATUS       PIC X(02) VALUE '00'.
001570     05  CIF-RUNHIST-STATUS      PIC X(02) VALUE '00'.
001580     05  CIF-JOBDEP-STATUS       PIC X(02) VALUE '00'.
001590     05  CIF-RUNPARM-STATUS      PIC X(02) VALUE '00'.
001600
001610******************************************************************
001620*   SWITCHES                                                     *
001630******************************************************************
001640 01  CIF-SWITCHES.
001650     05  CIF-EOF-SWITCH          PIC X(01) VALUE 'N'.
001660         88  CIF-EOF                        VALUE 'Y'.
001670     05  CIF-ABORT-SWITCH        PIC X(01) VALUE 'N'.
001680         88  CIF-ABORT                      VALUE 'Y'.
001690     05  CIF-SORTED-EOF-SWITCH   PIC X(01) VALUE 'N'.
001700         88  CIF-SORTED-EOF                 VALUE 'Y'.
001710     05  CIF-BRNCH-EOF-SWITCH    PIC X(01) VALUE 'N'.
001720         88  CIF-BRNCH-EOF                  VALUE 'Y'.
001730     05  CIF-DEPTS-EOF-SWITCH    PIC X(01) VALUE 'N'.
001740         88  CIF-DEPTS-EOF                  VALUE 'Y'.
001750     05  CIF-OPERSEC-EOF-SWITCH  PIC X(01) VALUE 'N'.
001760         88  CIF-OPERSEC-EOF                VALUE 'Y'.
001770     05  CIF-FOUND-SWITCH        PIC X(01) VALUE 'N'.
001780         88  CIF-FOUND                      VALUE 'Y'.
001790     05  CIF-REC-EXCEPTION-SW    PIC X(01) VALUE 'N'.
001800         88  CIF-REC-HAS-EXCEPTION          VALUE 'Y'.
001810     05  CIF-CUSTMAST-OPEN-SW    PIC X(01) VALUE 'N'.
001820         88  CIF-CUSTMAST-OPEN              VALUE 'Y'.
001830     05  CIF-EXCEPT-OPEN-SW      PIC X(01) VALUE 'N'.
001840         88  CIF-EXCEPT-OPEN                VALUE 'Y'.
001850     05  CIF-SORTED-OPEN-SW      PIC X(01) VALUE 'N'.
001860         88  CIF-SORTED-OPEN                VALUE 'Y'.
001870     05  CIF-REPORT-OPEN-SW      PIC X(01) VALUE 'N'.
001880         88  CIF-REPORT-OPEN                VALUE 'Y'.
001890     05  CIF-RUNH-EOF-SWITCH     PIC X(01) VALUE 'N'.
001900         88  CIF-RUNH-EOF                   VALUE 'Y'.
001910     05  CIF-RUNH-DONE-SWITCH    PIC X(01) VALUE 'N'.
001920         88  CIF-RUNH-DONE-TODAY            VALUE 'Y'.
001930     05  CIF-RUNH-STARTED-SWITCH PIC X(01) VALUE 'N'.
001940         88  CIF-RUNH-STARTED               VALUE 'Y'.
001950     05  CIF-JOBD-EOF-SWITCH     PIC X(01) VALUE 'N'.
001960         88  CIF-JOBD-EOF                   VALUE 'Y'.
001970     05  CIF-UNATTENDED-SWITCH   PIC X(01) VALUE 'N'.
001980         88  CIF-UNATTENDED                 VALUE 'Y'.
001990     05  CIF-PARM-EOF-SWITCH     PIC X(01) VALUE 'N'.
002000         88  CIF-PARM-EOF                   VALUE 'Y'.
002010     05  CIF-PARM-FOUND-SWITCH   PIC X(01) VALUE 'N'.
002020         88  CIF-PARM-FOUND                 VALUE 'Y'.
002030
002040******************************************************************
002050*   BATCH COUNTERS                                               *
002060******************************************************************
002070 01  CIF-COUNTERS.
002080     05  CIF-RECS-READ           PIC 9(06) COMP VALUE ZERO.
002090     05  CIF-RECS-WITH-EXCEPTION PIC 9(06) COMP VALUE ZERO.
002100     05  CIF-EXCEPTIONS-WRITTEN  PIC 9(06) COMP VALUE ZERO.
002110     05  CIF-EXCEPTIONS-LISTED   PIC 9(06) COMP VALUE ZERO.
002120     05  CIF-GROUP-COUNT         PIC 9(06) COMP VALUE ZERO.
002130     05  CIF-OPER-COUNT          PIC 9(03) COMP VALUE ZERO.
002140     05  CIF-BRN-COUNT           PIC 9(03) COMP VALUE ZERO.
002150     05  CIF-DPT-COUNT           PIC 9(03) COMP VALUE ZERO.
002160     05  CIF-TBL-IDX             PIC 9(03) COMP VALUE ZERO.
002170     05  CIF-TYPE-IDX            PIC 9(02) COMP VALUE ZERO.
002180     05  CIF-LINE-COUNT          PIC 9(03) COMP VALUE ZERO.
002190     05  CIF-PAGE-NO             PIC 9(04) COMP VALUE ZERO.
002200     05  CIF-PARM-IDX            PIC 9(02) COMP VALUE ZERO.
002210     05  CIF-PARM-COUNT          PIC 9(02) COMP VALUE ZERO.
002220     05  CIF-PRED-IDX            PIC 9(02) COMP VALUE ZERO.
002230     05  CIF-PRED-COUNT          PIC 9(02) COMP VALUE ZERO.
002240     05  CIF-PREDS-BLOCKING      PIC 9(02) COMP VALUE ZERO.
002250
002260******************************************************************
002270*   MISCELLANEOUS WORKING FIELDS                                 *
002280******************************************************************
002290 01  CIF-MISC-WORK.
002300     05  CIF-LINES-PER-PAGE      PIC 9(03) VALUE 50.
002310     05  CIF-RUN-DATE            PIC X(08).
002320     05  CIF-RUN-DATE-EDIT       PIC X(10).
002330     05  CIF-MY-PROGRAM-ID       PIC X(10) VALUE 'CUSTAUD'.
002340     05  CIF-START-TIME          PIC X(08).
002350     05  CIF-END-TIME            PIC X(08).
002360     05  CIF-RESPONSE            PIC X(01) VALUE SPACE.
002370     05  CIF-PARM-WANT-KEY       PIC X(10) VALUE SPACES.
002380     05  CIF-PARM-VALUE-WORK     PIC X(20) VALUE SPACES.
002390     05  CIF-LAST-ACCT-NO        PIC 9(09) VALUE ZERO.
002400     05  CIF-PREV-TYPE           PIC 9(02) VALUE ZERO.
002410     05  CIF-EXC-TYPE-WORK       PIC 9(02) VALUE ZERO.
002420     05  CIF-EXC-VALUE-WORK      PIC X(40) VALUE SPACES.
002430     05  CIF-BALANCE-EDIT        PIC ZZZ,ZZZ,ZZ9.99-.
002440     05  CIF-ACCT-NO-EDIT        PIC 9(09).
002450
002460******************************************************************
002470*   EXCEPTION TYPES - THE TYPE NUMBER IS THE REPORT SEQUENCE.    *
002480*   CIF-TYPE-COUNT HOLDS THE NUMBER FOUND OF EACH TYPE.          *
002490******************************************************************
002500 01  CIF-TYPE-NAME-VALUES.
002510     05  FILLER  PIC X(30) VALUE 'BRANCH NOT ON FILE'.
002520     05  FILLER  PIC X(30) VALUE 'BRANCH INACTIVE'.
002530     05  FILLER  PIC X(30) VALUE 'DEPARTMENT NOT ON FILE'.
002540     05  FILLER  PIC X(30) VALUE 'DEPARTMENT INACTIVE'.
002550     05  FILLER  PIC X(30) VALUE 'OPERATOR NOT ON FILE'.
002560     05  FILLER  PIC X(30) VALUE 'KEY ABOVE LAST ACCOUNT ISSUED'.
002570     05  FILLER  PIC X(30) VALUE 'PURGE-PENDING WITH BALANCE'.
002580     05  FILLER  PIC X(30) VALUE 'ACKNOWLEDGED, NOT EXTRACTED'.
002590     05  FILLER  PIC X(30) VALUE 'LETTERED, NOT ACKNOWLEDGED'.
002600 01  CIF-TYPE-NAME-TABLE REDEFINES CIF-TYPE-NAME-VALUES.
002610     05  CIF-TYPE-NAME           PIC X(30) OCCURS 9 TIMES.
002620
002630 01  CIF-TYPE-COUNT-TABLE.
002640     05  CIF-TYPE-COUNT          PIC 9(06) COMP OCCURS 9 TIMES.
002650
002660 01  CIF-TYPE-CODES.
002670     05  CIF-TYPE-BRANCH-MISSING PIC 9(02) VALUE 01.
002680     05  CIF-TYPE-BRANCH-INACT   PIC 9(02) VALUE 02.
002690     05  CIF-TYPE-DEPT-MISSING   PIC 9(02) VALUE 03.
002700     05  CIF-TYPE-DEPT-INACT     PIC 9(02) VALUE 04.
002710     05  CIF-TYPE-OPER-MISSING   PIC 9(02) VALUE 05.
002720     05  CIF-TYPE-KEY-HIGH       PIC 9(02) VALUE 06.
002730     05  CIF-TYPE-PURGE-BALANCE  PIC 9(02) VALUE 07.
002740     05  CIF-TYPE-ACK-NOT-XTR    PIC 9(02) VALUE 08.
002750     05  CIF-TYPE-LTR-NOT-ACK    PIC 9(02) VALUE 09.
002760     05  CIF-TYPE-MAX            PIC 9(02) VALUE 09.
002770
002780******************************************************************
002790*   OPERATOR SECURITY TABLE                                      *
002800******************************************************************
002810 01  CIF-OPERATOR-TABLE.
002820     05  CIF-OPER-ENTRY OCCURS 50 TIMES.
002830         10  CIF-OPTBL-ID        PIC X(08).
002840
002850******************************************************************
002860*   BRANCH REFERENCE TABLE                                       *
002870******************************************************************
002880 01  CIF-BRANCH-TABLE.
002890     05  CIF-BRANCH-ENTRY OCCURS 50 TIMES.
002900         10  CIF-BRTBL-CODE      PIC X(04).
002910         10  CIF-BRTBL-ACTIVE-SW PIC X(01).
002920
002930******************************************************************
002940*   DEPARTMENT REFERENCE TABLE                                   *
002950******************************************************************
002960 01  CIF-DEPT-TABLE.
002970     05  CIF-DEPT-ENTRY OCCURS 100 TIMES.
002980         10  CIF-DPTBL-NAME      PIC X(50).
002990         10  CIF-DPTBL-ACTIVE-SW PIC X(01).
003000
003010******************************************************************
003020*   PRINT LINE - A SINGLE 80-BYTE PRINT AREA REDEFINED BELOW     *
003030*   INTO THE HEADING, GROUP, DETAIL AND TOTAL LAYOUTS.           *
003040******************************************************************
003050 01  CIF-PRINT-LINE                  PIC X(80) VALUE SPACES.
003060
003070 01  CIF-PRINT-LINE-HEAD-1 REDEFINES CIF-PRINT-LINE.
003080     05  CIF-H1-FILLER-1             PIC X(25).
003090     05  CIF-H1-TITLE                PIC X(30).
003100     05  CIF-H1-FILLER-2             PIC X(05).
003110     05  CIF-H1-PAGE-LIT             PIC X(05).
003120     05  CIF-H1-PAGE-NO              PIC ZZZ9.
003130     05  CIF-H1-FILLER-3             PIC X(11).
003140
003150 01  CIF-PRINT-LINE-HEAD-2 REDEFINES CIF-PRINT-LINE.
003160     05  CIF-H2-FILLER-1             PIC X(25).
003170     05  CIF-H2-DATE-LIT             PIC X(10).
003180     05  CIF-H2-RUN-DATE             PIC X(10).
003190     05  CIF-H2-FILLER-2             PIC X(35).
003200
003210 01  CIF-PRINT-LINE-HEAD-3 REDEFINES CIF-PRINT-LINE.
003220     05  CIF-H3-ACCT-LIT             PIC X(11).
003230     05  CIF-H3-NAME-LIT             PIC X(26).
003240     05  CIF-H3-VALUE-LIT            PIC X(43).
003250
003260 01  CIF-PRINT-LINE-GROUP REDEFINES CIF-PRINT-LINE.
003270     05  CIF-G-LIT                   PIC X(12).
003280     05  CIF-G-TYPE                  PIC Z9.
003290     05  CIF-G-FILLER-1              PIC X(02).
003300     05  CIF-G-NAME                  PIC X(30).
003310     05  CIF-G-FILLER-2              PIC X(34).
003320
003330 01  CIF-PRINT-LINE-DETAIL REDEFINES CIF-PRINT-LINE.
003340     05  CIF-D-ACCT-NO               PIC 9(09).
003350     05  CIF-D-FILLER-1              PIC X(02).
003360     05  CIF-D-NAME                  PIC X(24).
003370     05  CIF-D-FILLER-2              PIC X(02).
003380     05  CIF-D-VALUE                 PIC X(40).
003390     05  CIF-D-FILLER-3              PIC X(03).
003400
003410 01  CIF-PRINT-LINE-TOTAL REDEFINES CIF-PRINT-LINE.
003420     05  CIF-T-FILLER-1              PIC X(04).
003430     05  CIF-T-LIT                   PIC X(32).
003440     05  CIF-T-COUNT                 PIC ZZZ,ZZ9.
003450     05  CIF-T-FILLER-2              PIC X(37).
003460
003470******************************************************************
003480*   PREDECESSOR TABLE                                            *
003490*   THE JOBS THAT MUST HAVE ENDED CLEAN TODAY BEFORE THIS        *
003500*   PROGRAM MAY RUN, FROM THE NIGHT-CYCLE JOB DEPENDENCY TABLE.  *
003510******************************************************************
003520 01  CIF-PRED-TABLE.
003530     05  CIF-PRED-ENTRY OCCURS 10 TIMES.
003540         10  CIF-PRED-PROGRAM-ID PIC X(10).
003550         10  CIF-PRED-CLEAN-SW   PIC X(01).
003560             88  CIF-PRED-CLEAN             VALUE 'Y'.
003570
003580******************************************************************
003590*   RUN PARAMETER TABLE                                          *
003600*   THE ANSWERS FOR THIS PROGRAM FROM THE NIGHT-CYCLE RUN        *
003610*   PARAMETER FILE, LOADED AT STARTUP WHEN THE FILE IS PRESENT.  *
003620******************************************************************
003630 01  CIF-PARM-TABLE.
003640     05  CIF-PARM-ENTRY OCCURS 10 TIMES.
003650         10  CIF-PTBL-KEYWORD    PIC X(10).
003660         10  CIF-PTBL-VALUE      PIC X(20).
003670
003680 PROCEDURE DIVISION.
003690******************************************************************
003700*   0000-MAINLINE                                                *
003710*   TOP-LEVEL CONTROL - AUDIT THE MASTER, SORT THE EXCEPTIONS    *
003720*   BY TYPE, LIST THEM BY TYPE, THEN THE SUMMARY.                *
003730******************************************************************
003740 0000-MAINLINE.
003750     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
003760     IF NOT CIF-ABORT
003770         PERFORM 2000-AUDIT-CUSTOMER THRU 2000-EXIT
003780             UNTIL CIF-EOF
003790     END-IF.
003800     IF NOT CIF-ABORT
003810         PERFORM 3000-SORT-EXCEPTIONS THRU 3000-EXIT
003820     END-IF.
003830     IF NOT CIF-ABORT
003840         PERFORM 4000-LIST-EXCEPTION THRU 4000-EXIT
003850             UNTIL CIF-SORTED-EOF
003860         IF CIF-PREV-TYPE NOT = ZERO
003870             PERFORM 4300-WRITE-GROUP-TOTAL THRU 4300-EXIT
003880         END-IF
003890     END-IF.
003900     IF NOT CIF-ABORT
003910         PERFORM 8000-WRITE-SUMMARY THRU 8000-EXIT
003920     END-IF.
003930     PERFORM 9000-TERMINATE THRU 9000-EXIT.
003940     STOP RUN.
003950
003960******************************************************************
003970*   1000-INITIALIZE                                              *
003980*   LOADS THE REFERENCE FILES THE MASTER IS CHECKED AGAINST AND  *
003990*   OPENS THE MASTER, THE EXCEPTION WORK FILE AND THE REPORT.    *
004000*   THE AUDIT CREATES NOTHING - A REFERENCE FILE THAT IS NOT     *
004010*   THERE FAILS THE JOB, SINCE EVERY RECORD WOULD BE REPORTED.   *
004020******************************************************************
004030 1000-INITIALIZE.
004040     ACCEPT CIF-RUN-DATE FROM DATE YYYYMMDD.
004050     ACCEPT CIF-START-TIME FROM TIME.
004060     PERFORM 1010-LOAD-RUN-PARMS THRU 1010-EXIT.
004070     PERFORM 1090-CHECK-RUN-HISTORY THRU 1090-EXIT.
004080     IF CIF-ABORT
004090         GO TO 1000-EXIT
004100     END-IF.
004110     PERFORM 1092-CHECK-PREDECESSORS THRU 1092-EXIT.
004120     PERFORM 1095-WRITE-RUN-START THRU 1095-EXIT.
004130     IF CIF-ABORT
004140         GO TO 1000-EXIT
004150     END-IF.
004160     MOVE CIF-RUN-DATE(5:2) TO CIF-RUN-DATE-EDIT(1:2).
004170     MOVE '/'               TO CIF-RUN-DATE-EDIT(3:1).
004180     MOVE CIF-RUN-DATE(7:2) TO CIF-RUN-DATE-EDIT(4:2).
004190     MOVE '/'               TO CIF-RUN-DATE-EDIT(6:1).
004200     MOVE CIF-RUN-DATE(1:4) TO CIF-RUN-DATE-EDIT(7:4).
004210     MOVE ZERO TO CIF-TYPE-COUNT (1).
004220     MOVE ZERO TO CIF-TYPE-COUNT (2).
004230     MOVE ZERO TO CIF-TYPE-COUNT (3).
004240     MOVE ZERO TO CIF-TYPE-COUNT (4).
004250     MOVE ZERO TO CIF-TYPE-COUNT (5).
004260     MOVE ZERO TO CIF-TYPE-COUNT (6).
004270     MOVE ZERO TO CIF-TYPE-COUNT (7).
004280     MOVE ZERO TO CIF-TYPE-COUNT (8).
004290     MOVE ZERO TO CIF-TYPE-COUNT (9).
004300
004310     PERFORM 1050-LOAD-OPERATORS THRU 1050-EXIT.
004320     IF NOT CIF-ABORT
004330         PERFORM 1085-LOAD-BRANCHES THRU 1085-EXIT
004340     END-IF.
004350     IF NOT CIF-ABORT
004360         PERFORM 1087-LOAD-DEPTS THRU 1087-EXIT
004370     END-IF.
004380     IF NOT CIF-ABORT
004390         PERFORM 1089-READ-ACCT-SEQUENCE THRU 1089-EXIT
004400     END-IF.
004410     IF CIF-ABORT
004420         GO TO 1000-EXIT
004430     END-IF.
004440
004450     OPEN INPUT CUSTOMER-MASTER.
004460     IF CIF-CUSTMAST-STATUS NOT = '00'
004470         DISPLAY 'CUSTAUD - CUSTOMER-MASTER OPEN FAILED - '
004480             'STATUS ' CIF-CUSTMAST-STATUS
004490         MOVE 16 TO RETURN-CODE
004500         MOVE 'Y' TO CIF-ABORT-SWITCH
004510         GO TO 1000-EXIT
004520     END-IF.
004530     MOVE 'Y' TO CIF-CUSTMAST-OPEN-SW.
004540
004550     OPEN OUTPUT EXCEPTION-FILE.
004560     IF CIF-EXCEPT-STATUS NOT = '00'
004570         DISPLAY 'CUSTAUD - EXCEPTION WORK FILE OPEN FAILED - '
004580             'STATUS ' CIF-EXCEPT-STATUS
004590         MOVE 16 TO RETURN-CODE
004600         MOVE 'Y' TO CIF-ABORT-SWITCH
004610         GO TO 1000-EXIT
004620     END-IF.
004630     MOVE 'Y' TO CIF-EXCEPT-OPEN-SW.
004640
004650     OPEN OUTPUT REPORT-LISTING.
004660     IF CIF-REPORT-STATUS NOT = '00'
004670         DISPLAY 'CUSTAUD - REPORT OPEN FAILED - STATUS '
004680             CIF-REPORT-STATUS
004690         MOVE 16 TO RETURN-CODE
004700         MOVE 'Y' TO CIF-ABORT-SWITCH
004710         GO TO 1000-EXIT
004720     END-IF.
004730     MOVE 'Y' TO CIF-REPORT-OPEN-SW.
004740
004750     PERFORM 1100-READ-CUSTOMER THRU 1100-EXIT.
004760 1000-EXIT.
004770     EXIT.
004780
004790******************************************************************
004800*   1010-LOAD-RUN-PARMS                                          *
004810*   LOOKS FOR THE NIGHT-CYCLE RUN PARAMETER FILE.  WHEN IT IS    *
004820*   PRESENT THE RUN IS UNATTENDED AND EVERY CONSOLE ANSWER IS    *
004830*   TAKEN FROM THE ROWS CARRYING THIS PROGRAM'S NAME; WHEN IT    *
004840*   IS ABSENT THE RUN PROMPTS AT THE CONSOLE AS BEFORE.          *
004850******************************************************************
004860 1010-LOAD-RUN-PARMS.
004870     MOVE ZERO TO CIF-PARM-COUNT.
004880     MOVE 'N' TO CIF-PARM-EOF-SWITCH.
004890     OPEN INPUT RUN-PARM-FILE.
004900     IF CIF-RUNPARM-STATUS NOT = '00'
004910         GO TO 1010-EXIT
004920     END-IF.
004930     MOVE 'Y' TO CIF-UNATTENDED-SWITCH.
004940     DISPLAY 'CUSTAUD - UNATTENDED MODE - ANSWERS FROM '
004950         'RUN PARAMETER FILE'.
004960     PERFORM 1015-READ-RUN-PARM THRU 1015-EXIT
004970         UNTIL CIF-PARM-EOF.
004980     CLOSE RUN-PARM-FILE.
004990 1010-EXIT.
005000     EXIT.
005010
005020******************************************************************
005030*   1015-READ-RUN-PARM                                           *
005040*   READS ONE RUN PARAMETER ROW, KEEPING THE ROWS ADDRESSED TO   *
005050*   THIS PROGRAM.                                                *
005060******************************************************************
005070 1015-READ-RUN-PARM.
005080     READ RUN-PARM-FILE
005090         AT END
005100             MOVE 'Y' TO CIF-PARM-EOF-SWITCH
005110         NOT AT END
005120             IF CIF-PRM-PROGRAM-ID = CIF-MY-PROGRAM-ID
005130                 IF CIF-PARM-COUNT < 10
005140                     ADD 1 TO CIF-PARM-COUNT
005150                     MOVE CIF-PRM-KEYWORD
005160                         TO CIF-PTBL-KEYWORD (CIF-PARM-COUNT)
005170                     MOVE CIF-PRM-VALUE
005180                         TO CIF-PTBL-VALUE (CIF-PARM-COUNT)
005190                 END-IF
005200             END-IF
005210     END-READ.
005220     IF NOT CIF-PARM-EOF
005230         IF CIF-RUNPARM-STATUS NOT = '00'
005240             DISPLAY 'CUSTAUD - RUN PARAMETER READ FAILED '
005250                 '- STATUS ' CIF-RUNPARM-STATUS
005260             MOVE 'Y' TO CIF-PARM-EOF-SWITCH
005270         END-IF
005280     END-IF.
005290 1015-EXIT.
005300     EXIT.
005310
005320******************************************************************
005330*   1020-FIND-RUN-PARM                                           *
005340*   SEARCHES THE PARAMETER TABLE FOR THE KEYWORD IN              *
005350*   CIF-PARM-WANT-KEY, LEAVING ITS VALUE IN                      *
005360*   CIF-PARM-VALUE-WORK WHEN FOUND.                              *
005370******************************************************************
005380 1020-FIND-RUN-PARM.
005390     MOVE 'N' TO CIF-PARM-FOUND-SWITCH.
005400     MOVE SPACES TO CIF-PARM-VALUE-WORK.
005410     PERFORM 1025-MATCH-RUN-PARM THRU 1025-EXIT
005420         VARYING CIF-PARM-IDX FROM 1 BY 1
005430         UNTIL CIF-PARM-IDX > CIF-PARM-COUNT OR CIF-PARM-FOUND.
005440 1020-EXIT.
005450     EXIT.
005460
005470******************************************************************
005480*   1025-MATCH-RUN-PARM                                          *
005490*   COMPARES ONE PARAMETER TABLE ENTRY AGAINST THE KEYWORD       *
005500*   WANTED.                                                      *
005510******************************************************************
005520 1025-MATCH-RUN-PARM.
005530     IF CIF-PTBL-KEYWORD (CIF-PARM-IDX) = CIF-PARM-WANT-KEY
005540         MOVE 'Y' TO CIF-PARM-FOUND-SWITCH
005550         MOVE CIF-PTBL-VALUE (CIF-PARM-IDX)
005560             TO CIF-PARM-VALUE-WORK
005570     END-IF.
005580 1025-EXIT.
005590     EXIT.
005600
005610******************************************************************
005620*   1030-PARM-MISSING                                            *
005630*   FAILS THE JOB WITH RETURN CODE 12 WHEN A REQUIRED RUN        *
005640*   PARAMETER IS MISSING FROM AN UNATTENDED RUN.                 *
005650******************************************************************
005660 1030-PARM-MISSING.
005670     DISPLAY 'CUSTAUD - REQUIRED RUN PARAMETER '
005680         CIF-PARM-WANT-KEY ' MISSING - JOB FAILING'.
005690     MOVE 12 TO RETURN-CODE.
005700     MOVE 'Y' TO CIF-ABORT-SWITCH.
005710 1030-EXIT.
005720     EXIT.
005730
005740
005750******************************************************************
005760*   1050-LOAD-OPERATORS                                          *
005770*   LOADS THE OPERATOR IDS ON THE SECURITY FILE - ACTIVE OR NOT, *
005780*   SINCE AN OPERATOR WHO HAS LEFT STILL STANDS BEHIND THE       *
005790*   RECORDS THEY ENTERED.                                        *
005800******************************************************************
005810 1050-LOAD-OPERATORS.
005820     MOVE ZERO TO CIF-OPER-COUNT.
005830     MOVE 'N' TO CIF-OPERSEC-EOF-SWITCH.
005840     OPEN INPUT OPERATOR-SECURITY.
005850     IF CIF-OPERSEC-STATUS NOT = '00'
005860         DISPLAY 'CUSTAUD - OPERATOR SECURITY OPEN FAILED - '
005870             'STATUS ' CIF-OPERSEC-STATUS
005880         MOVE 16 TO RETURN-CODE
005890         MOVE 'Y' TO CIF-ABORT-SWITCH
005900         GO TO 1050-EXIT
005910     END-IF.
005920     PERFORM 1055-READ-OPERATOR THRU 1055-EXIT
005930         UNTIL CIF-OPERSEC-EOF.
005940     CLOSE OPERATOR-SECURITY.
005950 1050-EXIT.
005960     EXIT.
005970
005980******************************************************************
005990*   1055-READ-OPERATOR                                           *
006000*   READS ONE OPERATOR SECURITY RECORD INTO THE TABLE.  A TABLE  *
006010*   TOO SMALL FOR THE FILE OR A READ ERROR FAILS THE JOB - AN    *
006020*   INCOMPLETE TABLE WOULD REPORT GOOD RECORDS AS EXCEPTIONS.    *
006030******************************************************************
006040 1055-READ-OPERATOR.
006050     READ OPERATOR-SECURITY
006060         AT END
006070             MOVE 'Y' TO CIF-OPERSEC-EOF-SWITCH
006080         NOT AT END
006090             IF CIF-OPER-COUNT < 50
006100                 ADD 1 TO CIF-OPER-COUNT
006110                 MOVE CIF-OPER-ID TO CIF-OPTBL-ID (CIF-OPER-COUNT)
006120             ELSE
006130                 DISPLAY 'CUSTAUD - OPERATOR TABLE FULL - '
006140                     'JOB FAILING'
006150                 MOVE 16 TO RETURN-CODE
006160                 MOVE 'Y' TO CIF-ABORT-SWITCH
006170                 MOVE 'Y' TO CIF-OPERSEC-EOF-SWITCH
006180             END-IF
006190     END-READ.
006200     IF NOT CIF-OPERSEC-EOF
006210         IF CIF-OPERSEC-STATUS NOT = '00'
006220             DISPLAY 'CUSTAUD - OPERATOR SECURITY READ FAILED '
006230                 '- STATUS ' CIF-OPERSEC-STATUS ' - JOB FAILING'
006240             MOVE 16 TO RETURN-CODE
006250             MOVE 'Y' TO CIF-ABORT-SWITCH
006260             MOVE 'Y' TO CIF-OPERSEC-EOF-SWITCH
006270         END-IF
006280     END-IF.
006290 1055-EXIT.
006300     EXIT.
006310
006320******************************************************************
006330*   1085-LOAD-BRANCHES                                           *
006340*   LOADS THE BRANCH REFERENCE FILE INTO THE BRANCH TABLE.       *
006350******************************************************************
006360 1085-LOAD-BRANCHES.
006370     MOVE ZERO TO CIF-BRN-COUNT.
006380     MOVE 'N' TO CIF-BRNCH-EOF-SWITCH.
006390     OPEN INPUT BRANCH-REFERENCE.
006400     IF CIF-BRNCHREF-STATUS NOT = '00'
006410         DISPLAY 'CUSTAUD - BRANCH REFERENCE OPEN FAILED - '
006420             'STATUS ' CIF-BRNCHREF-STATUS
006430         MOVE 16 TO RETURN-CODE
006440         MOVE 'Y' TO CIF-ABORT-SWITCH
006450         GO TO 1085-EXIT
006460     END-IF.
006470     PERFORM 1086-READ-BRANCH THRU 1086-EXIT
006480         UNTIL CIF-BRNCH-EOF.
006490     CLOSE BRANCH-REFERENCE.
006500 1085-EXIT.
006510     EXIT.
006520
006530******************************************************************
006540*   1086-READ-BRANCH                                             *
006550*   READS ONE BRANCH REFERENCE RECORD INTO THE BRANCH TABLE.     *
006560******************************************************************
006570 1086-READ-BRANCH.
006580     READ BRANCH-REFERENCE
006590         AT END
006600             MOVE 'Y' TO CIF-BRNCH-EOF-SWITCH
006610         NOT AT END
006620             IF CIF-BRN-COUNT < 50
006630                 ADD 1 TO CIF-BRN-COUNT
006640                 MOVE CIF-BRN-CODE
006650                     TO CIF-BRTBL-CODE (CIF-BRN-COUNT)
006660                 MOVE CIF-BRN-ACTIVE-SW
006670                     TO CIF-BRTBL-ACTIVE-SW (CIF-BRN-COUNT)
006680             ELSE
006690                 DISPLAY 'CUSTAUD - BRANCH TABLE FULL - '
006700                     'JOB FAILING'
006710                 MOVE 16 TO RETURN-CODE
006720                 MOVE 'Y' TO CIF-ABORT-SWITCH
006730                 MOVE 'Y' TO CIF-BRNCH-EOF-SWITCH
006740             END-IF
006750     END-READ.
006760     IF NOT CIF-BRNCH-EOF
006770         IF CIF-BRNCHREF-STATUS NOT = '00'
006780             DISPLAY 'CUSTAUD - BRANCH REFERENCE READ FAILED '
006790                 '- STATUS ' CIF-BRNCHREF-STATUS ' - JOB FAILING'
006800             MOVE 16 TO RETURN-CODE
006810             MOVE 'Y' TO CIF-ABORT-SWITCH
006820             MOVE 'Y' TO CIF-BRNCH-EOF-SWITCH
006830         END-IF
006840     END-IF.
006850 1086-EXIT.
006860     EXIT.
006870
006880******************************************************************
006890*   1087-LOAD-DEPTS                                              *
006900*   LOADS THE DEPARTMENT REFERENCE FILE INTO THE DEPARTMENT      *
006910*   TABLE.                                                       *
006920******************************************************************
006930 1087-LOAD-DEPTS.
006940     MOVE ZERO TO CIF-DPT-COUNT.
006950     MOVE 'N' TO CIF-DEPTS-EOF-SWITCH.
006960     OPEN INPUT DEPARTMENT-REFERENCE.
006970     IF CIF-DEPTREF-STATUS NOT = '00'
006980         DISPLAY 'CUSTAUD - DEPARTMENT REFERENCE OPEN FAILED - '
006990             'STATUS ' CIF-DEPTREF-STATUS
007000         MOVE 16 TO RETURN-CODE
007010         MOVE 'Y' TO CIF-ABORT-SWITCH
007020         GO TO 1087-EXIT
007030     END-IF.
007040     PERFORM 1088-READ-DEPT THRU 1088-EXIT
007050         UNTIL CIF-DEPTS-EOF.
007060     CLOSE DEPARTMENT-REFERENCE.
007070 1087-EXIT.
007080     EXIT.
007090
007100******************************************************************
007110*   1088-READ-DEPT                                               *
007120*   READS ONE DEPARTMENT REFERENCE RECORD INTO THE TABLE.        *
007130******************************************************************
007140 1088-READ-DEPT.
007150     READ DEPARTMENT-REFERENCE
007160         AT END
007170             MOVE 'Y' TO CIF-DEPTS-EOF-SWITCH
007180         NOT AT END
007190             IF CIF-DPT-COUNT < 100
007200                 ADD 1 TO CIF-DPT-COUNT
007210                 MOVE CIF-DPT-NAME
007220                     TO CIF-DPTBL-NAME (CIF-DPT-COUNT)
007230                 MOVE CIF-DPT-ACTIVE-SW
007240                     TO CIF-DPTBL-ACTIVE-SW (CIF-DPT-COUNT)
007250             ELSE
007260                 DISPLAY 'CUSTAUD - DEPARTMENT TABLE FULL - '
007270                     'JOB FAILING'
007280                 MOVE 16 TO RETURN-CODE
007290                 MOVE 'Y' TO CIF-ABORT-SWITCH
007300                 MOVE 'Y' TO CIF-DEPTS-EOF-SWITCH
007310             END-IF
007320     END-READ.
007330     IF NOT CIF-DEPTS-EOF
007340         IF CIF-DEPTREF-STATUS NOT = '00'
007350             DISPLAY 'CUSTAUD - DEPARTMENT REFERENCE READ FAILED '
007360                 '- STATUS ' CIF-DEPTREF-STATUS ' - JOB FAILING'
007370             MOVE 16 TO RETURN-CODE
007380             MOVE 'Y' TO CIF-ABORT-SWITCH
007390             MOVE 'Y' TO CIF-DEPTS-EOF-SWITCH
007400         END-IF
007410     END-IF.
007420 1088-EXIT.
007430     EXIT.
007440
007450******************************************************************
007460*   1089-READ-ACCT-SEQUENCE                                      *
007470*   TAKES THE LAST ACCOUNT NUMBER ISSUED FROM THE ACCOUNT        *
007480*   SEQUENCE CONTROL FILE.                                       *
007490******************************************************************
007500 1089-READ-ACCT-SEQUENCE.
007510     OPEN INPUT ACCT-SEQUENCE-FILE.
007520     IF CIF-ACCTSEQ-STATUS NOT = '00'
007530         DISPLAY 'CUSTAUD - ACCOUNT SEQUENCE OPEN FAILED - '
007540             'STATUS ' CIF-ACCTSEQ-STATUS
007550         MOVE 16 TO RETURN-CODE
007560         MOVE 'Y' TO CIF-ABORT-SWITCH
007570         GO TO 1089-EXIT
007580     END-IF.
007590     READ ACCT-SEQUENCE-FILE
007600         AT END
007610             MOVE '10' TO CIF-ACCTSEQ-STATUS
007620     END-READ.
007630     IF CIF-ACCTSEQ-STATUS NOT = '00'
007640             OR CIF-SEQ-LAST-ACCT IS NOT NUMERIC
007650         DISPLAY 'CUSTAUD - ACCOUNT SEQUENCE READ FAILED - '
007660             'STATUS ' CIF-ACCTSEQ-STATUS ' - JOB FAILING'
007670         MOVE 16 TO RETURN-CODE
007680         MOVE 'Y' TO CIF-ABORT-SWITCH
007690     ELSE
007700         MOVE CIF-SEQ-LAST-ACCT TO CIF-LAST-ACCT-NO
007710     END-IF.
007720     CLOSE ACCT-SEQUENCE-FILE.
007730 1089-EXIT.
007740     EXIT.
007750
007760******************************************************************
007770*   1090-CHECK-RUN-HISTORY                                       *
007780*   SCANS THE SHARED RUN-HISTORY FILE FOR AN END RECORD SHOWING  *
007790*   THIS PROGRAM ALREADY COMPLETED CLEAN TODAY, AND WARNS THE    *
007800*   OPERATOR BEFORE LETTING THE JOB RUN AGAIN.                   *
007810******************************************************************
007820 1090-CHECK-RUN-HISTORY.
007830     MOVE 'N' TO CIF-RUNH-EOF-SWITCH.
007840     MOVE 'N' TO CIF-RUNH-DONE-SWITCH.
007850     OPEN INPUT RUN-HISTORY-FILE.
007860     IF CIF-RUNHIST-STATUS NOT = '00'
007870         GO TO 1090-EXIT
007880     END-IF.
007890     PERFORM 1091-READ-RUN-HISTORY THRU 1091-EXIT
007900         UNTIL CIF-RUNH-EOF.
007910     CLOSE RUN-HISTORY-FILE.
007920
007930     IF CIF-RUNH-DONE-TODAY
007940         IF CIF-UNATTENDED
007950             MOVE 'RERUN' TO CIF-PARM-WANT-KEY
007960             PERFORM 1020-FIND-RUN-PARM THRU 1020-EXIT
007970             IF NOT CIF-PARM-FOUND
007980                 PERFORM 1030-PARM-MISSING THRU 1030-EXIT
007990                 GO TO 1090-EXIT
008000             END-IF
008010             MOVE CIF-PARM-VALUE-WORK(1:1) TO CIF-RESPONSE
008020         ELSE
008030             DISPLAY 'CUSTAUD ALREADY COMPLETED CLEAN TODAY '
008040                 '- RUN AGAIN (Y/N) ? '
008050             ACCEPT CIF-RESPONSE
008060         END-IF
008070         IF CIF-RESPONSE NOT = 'Y' AND CIF-RESPONSE NOT = 'y'
008080             DISPLAY 'RUN CANCELLED BY OPERATOR'
008090             MOVE 8 TO RETURN-CODE
008100             MOVE 'Y' TO CIF-ABORT-SWITCH
008110         END-IF
008120     END-IF.
008130 1090-EXIT.
008140     EXIT.
008150
008160******************************************************************
008170*   1091-READ-RUN-HISTORY                                        *
008180*   READS ONE RUN-HISTORY RECORD OF THE STARTUP CHECK.           *
008190******************************************************************
008200 1091-READ-RUN-HISTORY.
008210     READ RUN-HISTORY-FILE
008220         AT END
008230             MOVE 'Y' TO CIF-RUNH-EOF-SWITCH
008240         NOT AT END
008250             IF CIF-RUNH-PROGRAM-ID = CIF-MY-PROGRAM-ID AND
008260                     CIF-RUNH-END AND
008270                     CIF-RUNH-RUN-DATE = CIF-RUN-DATE AND
008280                     CIF-RUNH-RETURN-CODE = ZERO
008290                 MOVE 'Y' TO CIF-RUNH-DONE-SWITCH
008300             END-IF
008310     END-READ.
008320     IF NOT CIF-RUNH-EOF
008330         IF CIF-RUNHIST-STATUS NOT = '00'
008340             DISPLAY 'CUSTAUD - RUN-HISTORY READ FAILED - '
008350                 'STATUS ' CIF-RUNHIST-STATUS
008360                 ' - STARTUP CHECK INCOMPLETE'
008370             MOVE 'Y' TO CIF-RUNH-EOF-SWITCH
008380         END-IF
008390     END-IF.
008400 1091-EXIT.
008410     EXIT.
008420
008430******************************************************************
008440*   1092-CHECK-PREDECESSORS                                      *
008450*   LOOKS UP THIS PROGRAM'S REQUIRED PREDECESSORS ON THE NIGHT-  *
008460*   CYCLE JOB DEPENDENCY TABLE AND PROVES EACH ONE HAS AN END    *
008470*   RECORD ON THE RUN-HISTORY FILE FOR TODAY WITH RETURN CODE    *
008480*   ZERO.  ANY THAT HAS NOT IS NAMED ON THE CONSOLE AND THE RUN  *
008490*   IS REFUSED WITH RETURN CODE 20.  WITHOUT THE TABLE, OR WITH  *
008500*   NO ROWS FOR THIS PROGRAM, THERE IS NOTHING TO WAIT FOR.      *
008510******************************************************************
008520 1092-CHECK-PREDECESSORS.
008530     MOVE ZERO TO CIF-PRED-COUNT.
008540     MOVE ZERO TO CIF-PREDS-BLOCKING.
008550     MOVE 'N' TO CIF-JOBD-EOF-SWITCH.
008560     OPEN INPUT JOB-DEP-FILE.
008570     IF CIF-JOBDEP-STATUS NOT = '00'
008580         GO TO 1092-EXIT
008590     END-IF.
008600     PERFORM 1093-READ-JOB-DEPENDENCY THRU 1093-EXIT
008610         UNTIL CIF-JOBD-EOF.
008620     CLOSE JOB-DEP-FILE.
008630     IF CIF-ABORT OR CIF-PRED-COUNT = ZERO
008640         GO TO 1092-EXIT
008650     END-IF.
008660
008670     MOVE 'N' TO CIF-RUNH-EOF-SWITCH.
008680     OPEN INPUT RUN-HISTORY-FILE.
008690     IF CIF-RUNHIST-STATUS = '00'
008700         PERFORM 1094-READ-PRED-HISTORY THRU 1094-EXIT
008710             UNTIL CIF-RUNH-EOF
008720         CLOSE RUN-HISTORY-FILE
008730     END-IF.
008740     PERFORM 1097-REPORT-PREDECESSOR THRU 1097-EXIT
008750         VARYING CIF-PRED-IDX FROM 1 BY 1
008760         UNTIL CIF-PRED-IDX > CIF-PRED-COUNT.
008770     IF CIF-PREDS-BLOCKING > ZERO
008780         DISPLAY 'CUSTAUD - PREDECESSORS NOT ENDED CLEAN '
008790             'TODAY : ' CIF-PREDS-BLOCKING ' - RUN REFUSED'
008800         MOVE 20 TO RETURN-CODE
008810         MOVE 'Y' TO CIF-ABORT-SWITCH
008820     END-IF.
008830 1092-EXIT.
008840     EXIT.
008850
008860******************************************************************
008870*   1093-READ-JOB-DEPENDENCY                                     *
008880*   READS ONE JOB DEPENDENCY ROW, TABLING THE PREDECESSORS       *
008890*   NAMED FOR THIS PROGRAM.  A READ FAILURE, OR MORE             *
008900*   PREDECESSORS THAN THE TABLE HOLDS, FAILS THE JOB RATHER      *
008910*   THAN LET IT RUN ON A PARTIAL CHECK.                          *
008920******************************************************************
008930 1093-READ-JOB-DEPENDENCY.
008940     READ JOB-DEP-FILE
008950         AT END
008960             MOVE 'Y' TO CIF-JOBD-EOF-SWITCH
008970             GO TO 1093-EXIT
008980     END-READ.
008990     IF CIF-JOBDEP-STATUS NOT = '00'
009000         DISPLAY 'CUSTAUD - JOB DEPENDENCY READ FAILED - '
009010             'STATUS ' CIF-JOBDEP-STATUS ' - JOB FAILING'
009020         MOVE 16 TO RETURN-CODE
009030         MOVE 'Y' TO CIF-ABORT-SWITCH
009040         MOVE 'Y' TO CIF-JOBD-EOF-SWITCH
009050         GO TO 1093-EXIT
009060     END-IF.
009070     IF CIF-JOBD-PROGRAM-ID NOT = CIF-MY-PROGRAM-ID
009080             OR CIF-JOBD-PRED-ID = SPACES
009090         GO TO 1093-EXIT
009100     END-IF.
009110     IF CIF-PRED-COUNT >= 10
009120         DISPLAY 'CUSTAUD - MORE THAN 10 PREDECESSORS ON THE '
009130             'JOB DEPENDENCY TABLE - JOB FAILING'
009140         MOVE 16 TO RETURN-CODE
009150         MOVE 'Y' TO CIF-ABORT-SWITCH
009160         MOVE 'Y' TO CIF-JOBD-EOF-SWITCH
009170         GO TO 1093-EXIT
009180     END-IF.
009190     ADD 1 TO CIF-PRED-COUNT.
009200     MOVE CIF-JOBD-PRED-ID
009210         TO CIF-PRED-PROGRAM-ID (CIF-PRED-COUNT).
009220     MOVE 'N' TO CIF-PRED-CLEAN-SW (CIF-PRED-COUNT).
009230 1093-EXIT.
009240     EXIT.
009250
009260******************************************************************
009270*   1094-READ-PRED-HISTORY                                       *
009280*   READS ONE RUN-HISTORY RECORD OF THE PREDECESSOR CHECK.  EACH *
009290*   END RECORD FOR TODAY, IN FILE ORDER, MARKS THAT PROGRAM DONE *
009300*   OR NOT DONE, SO ITS LATEST RUN DECIDES - A CLEAN RUN         *
009310*   FOLLOWED BY A FAILED RERUN IS NOT DONE.  A READ ERROR ENDS   *
009320*   THE SCAN, LEAVING ANY PREDECESSOR NOT YET SEEN UNPROVEN.     *
009330******************************************************************
009340 1094-READ-PRED-HISTORY.
009350     READ RUN-HISTORY-FILE
009360         AT END
009370             MOVE 'Y' TO CIF-RUNH-EOF-SWITCH
009380         NOT AT END
009390             IF CIF-RUNH-END AND
009400                     CIF-RUNH-RUN-DATE = CIF-RUN-DATE
009410                 PERFORM 1096-MATCH-PREDECESSOR THRU 1096-EXIT
009420                     VARYING CIF-PRED-IDX FROM 1 BY 1
009430                     UNTIL CIF-PRED-IDX > CIF-PRED-COUNT
009440             END-IF
009450     END-READ.
009460     IF NOT CIF-RUNH-EOF
009470         IF CIF-RUNHIST-STATUS NOT = '00'
009480             DISPLAY 'CUSTAUD - RUN-HISTORY READ FAILED - '
009490                 'STATUS ' CIF-RUNHIST-STATUS
009500                 ' - PREDECESSOR CHECK INCOMPLETE'
009510             MOVE 'Y' TO CIF-RUNH-EOF-SWITCH
009520         END-IF
009530     END-IF.
009540 1094-EXIT.
009550     EXIT.
009560
009570******************************************************************
009580*   1095-WRITE-RUN-START                                         *
009590*   APPENDS THIS RUN'S START RECORD TO THE RUN-HISTORY FILE,     *
009600*   WHICH STAYS OPEN UNTIL THE END RECORD IS WRITTEN AT          *
009610*   TERMINATION.                                                 *
009620******************************************************************
009630 1095-WRITE-RUN-START.
009640     OPEN EXTEND RUN-HISTORY-FILE.
009650     IF CIF-RUNHIST-STATUS NOT = '00'
009660         OPEN OUTPUT RUN-HISTORY-FILE
009670     END-IF.
009680     MOVE SPACES            TO RUN-HISTORY-RECORD.
009690     MOVE CIF-MY-PROGRAM-ID TO CIF-RUNH-PROGRAM-ID.
009700     MOVE 'START'           TO CIF-RUNH-REC-TYPE.
009710     MOVE CIF-RUN-DATE      TO CIF-RUNH-RUN-DATE.
009720     MOVE CIF-START-TIME    TO CIF-RUNH-RUN-TIME.
009730     MOVE ZERO              TO CIF-RUNH-RECS-READ.
009740     MOVE ZERO              TO CIF-RUNH-RECS-WRITTEN.
009750     MOVE ZERO              TO CIF-RUNH-RECS-REJECTED.
009760     MOVE ZERO              TO CIF-RUNH-RETURN-CODE.
009770     WRITE RUN-HISTORY-RECORD.
009780     MOVE 'Y' TO CIF-RUNH-STARTED-SWITCH.
009790 1095-EXIT.
009800     EXIT.
009810
009820******************************************************************
009830*   1096-MATCH-PREDECESSOR                                       *
009840*   WHEN THE END RECORD IN HAND IS ONE PREDECESSOR'S OWN, MARKS  *
009850*   IT DONE FOR A CLEAN END AND NOT DONE FOR ANY OTHER.          *
009860******************************************************************
009870 1096-MATCH-PREDECESSOR.
009880     IF CIF-PRED-PROGRAM-ID (CIF-PRED-IDX) = CIF-RUNH-PROGRAM-ID
009890         IF CIF-RUNH-RETURN-CODE = ZERO
009900             MOVE 'Y' TO CIF-PRED-CLEAN-SW (CIF-PRED-IDX)
009910         ELSE
009920             MOVE 'N' TO CIF-PRED-CLEAN-SW (CIF-PRED-IDX)
009930         END-IF
009940     END-IF.
009950 1096-EXIT.
009960     EXIT.
009970
009980******************************************************************
009990*   1097-REPORT-PREDECESSOR                                      *
010000*   NAMES ONE PREDECESSOR ON THE CONSOLE WHEN IT HAS NOT ENDED   *
010010*   CLEAN TODAY, AND COUNTS IT AGAINST THE RUN.                  *
010020******************************************************************
010030 1097-REPORT-PREDECESSOR.
010040     IF NOT CIF-PRED-CLEAN (CIF-PRED-IDX)
010050         DISPLAY 'CUSTAUD - PREDECESSOR '
010060             CIF-PRED-PROGRAM-ID (CIF-PRED-IDX)
010070             ' HAS NOT ENDED CLEAN TODAY'
010080         ADD 1 TO CIF-PREDS-BLOCKING
010090     END-IF.
010100 1097-EXIT.
010110     EXIT.
010120
010130******************************************************************
010140*   1100-READ-CUSTOMER                                           *
010150******************************************************************
010160 1100-READ-CUSTOMER.
010170     READ CUSTOMER-MASTER NEXT RECORD
010180         AT END
010190             MOVE 'Y' TO CIF-EOF-SWITCH
010200         NOT AT END
010210             ADD 1 TO CIF-RECS-READ
010220     END-READ.
010230     IF NOT CIF-EOF
010240         IF CIF-CUSTMAST-STATUS NOT = '00' AND
010250                 CIF-CUSTMAST-STATUS NOT = '02'
010260             DISPLAY 'CUSTAUD - CUSTOMER-MASTER READ FAILED '
010270                 '- STATUS ' CIF-CUSTMAST-STATUS
010280                 ' - JOB FAILING'
010290             MOVE 16 TO RETURN-CODE
010300             MOVE 'Y' TO CIF-ABORT-SWITCH
010310             MOVE 'Y' TO CIF-EOF-SWITCH
010320         END-IF
010330     END-IF.
010340 1100-EXIT.
010350     EXIT.
010360
010370******************************************************************
010380*   2000-AUDIT-CUSTOMER                                          *
010390*   RUNS EVERY CHECK AGAINST THE CURRENT MASTER RECORD - ALL     *
010400*   RECORDS ARE AUDITED, WHATEVER THEIR STATUS - AND READS THE   *
010410*   NEXT.                                                        *
010420******************************************************************
010430 2000-AUDIT-CUSTOMER.
010440     MOVE 'N' TO CIF-REC-EXCEPTION-SW.
010450     PERFORM 2100-CHECK-BRANCH THRU 2100-EXIT.
010460     PERFORM 2200-CHECK-DEPARTMENT THRU 2200-EXIT.
010470     PERFORM 2300-CHECK-OPERATOR THRU 2300-EXIT.
010480     PERFORM 2400-CHECK-KEY THRU 2400-EXIT.
010490     PERFORM 2500-CHECK-FLAGS THRU 2500-EXIT.
010500     IF CIF-REC-HAS-EXCEPTION
010510         ADD 1 TO CIF-RECS-WITH-EXCEPTION
010520     END-IF.
010530     IF CIF-ABORT
010540         MOVE 'Y' TO CIF-EOF-SWITCH
010550         GO TO 2000-EXIT
010560     END-IF.
010570     PERFORM 1100-READ-CUSTOMER THRU 1100-EXIT.
010580 2000-EXIT.
010590     EXIT.
010600
010610******************************************************************
010620*   2100-CHECK-BRANCH                                            *
010630*   THE BRANCH MUST BE ON THE BRANCH REFERENCE FILE AND ACTIVE.  *
010640*   A BLANK BRANCH IS REPORTED AS NOT ON FILE.                   *
010650******************************************************************
010660 2100-CHECK-BRANCH.
010670     MOVE 'N' TO CIF-FOUND-SWITCH.
010680     IF CIF-CUST-BRANCH NOT = SPACES
010690         PERFORM 2110-MATCH-BRANCH THRU 2110-EXIT
010700             VARYING CIF-TBL-IDX FROM 1 BY 1
010710             UNTIL CIF-TBL-IDX > CIF-BRN-COUNT OR CIF-FOUND
010720     END-IF.
010730     MOVE SPACES TO CIF-EXC-VALUE-WORK.
010740     MOVE 'BRANCH ' TO CIF-EXC-VALUE-WORK(1:7).
010750     IF CIF-CUST-BRANCH = SPACES
010760         MOVE '(BLANK)' TO CIF-EXC-VALUE-WORK(8:7)
010770     ELSE
010780         MOVE CIF-CUST-BRANCH TO CIF-EXC-VALUE-WORK(8:4)
010790     END-IF.
010800     IF NOT CIF-FOUND
010810         MOVE CIF-TYPE-BRANCH-MISSING TO CIF-EXC-TYPE-WORK
010820         PERFORM 2900-WRITE-EXCEPTION THRU 2900-EXIT
010830         GO TO 2100-EXIT
010840     END-IF.
010850     SUBTRACT 1 FROM CIF-TBL-IDX.
010860     IF CIF-BRTBL-ACTIVE-SW (CIF-TBL-IDX) NOT = 'Y'
010870         MOVE CIF-TYPE-BRANCH-INACT TO CIF-EXC-TYPE-WORK
010880         PERFORM 2900-WRITE-EXCEPTION THRU 2900-EXIT
010890     END-IF.
010900 2100-EXIT.
010910     EXIT.
010920
010930******************************************************************
010940*   2110-MATCH-BRANCH                                            *
010950******************************************************************
010960 2110-MATCH-BRANCH.
010970     IF CIF-BRTBL-CODE (CIF-TBL-IDX) = CIF-CUST-BRANCH
010980         MOVE 'Y' TO CIF-FOUND-SWITCH
010990     END-IF.
011000 2110-EXIT.
011010     EXIT.
011020
011030******************************************************************
011040*   2200-CHECK-DEPARTMENT                                        *
011050*   THE DEPARTMENT MUST BE ON THE DEPARTMENT REFERENCE FILE AND  *
011060*   ACTIVE.                                                      *
011070******************************************************************
011080 2200-CHECK-DEPARTMENT.
011090     MOVE 'N' TO CIF-FOUND-SWITCH.
011100     IF CIF-CUST-DEPT NOT = SPACES
011110         PERFORM 2210-MATCH-DEPT THRU 2210-EXIT
011120             VARYING CIF-TBL-IDX FROM 1 BY 1
011130             UNTIL CIF-TBL-IDX > CIF-DPT-COUNT OR CIF-FOUND
011140     END-IF.
011150     IF CIF-CUST-DEPT = SPACES
011160         MOVE '(BLANK)' TO CIF-EXC-VALUE-WORK
011170     ELSE
011180         MOVE CIF-CUST-DEPT TO CIF-EXC-VALUE-WORK
011190     END-IF.
011200     IF NOT CIF-FOUND
011210         MOVE CIF-TYPE-DEPT-MISSING TO CIF-EXC-TYPE-WORK
011220         PERFORM 2900-WRITE-EXCEPTION THRU 2900-EXIT
011230         GO TO 2200-EXIT
011240     END-IF.
011250     SUBTRACT 1 FROM CIF-TBL-IDX.
011260     IF CIF-DPTBL-ACTIVE-SW (CIF-TBL-IDX) NOT = 'Y'
011270         MOVE CIF-TYPE-DEPT-INACT TO CIF-EXC-TYPE-WORK
011280         PERFORM 2900-WRITE-EXCEPTION THRU 2900-EXIT
011290     END-IF.
011300 2200-EXIT.
011310     EXIT.
011320
011330******************************************************************
011340*   2210-MATCH-DEPT                                              *
011350******************************************************************
011360 2210-MATCH-DEPT.
011370     IF CIF-DPTBL-NAME (CIF-TBL-IDX) = CIF-CUST-DEPT
011380         MOVE 'Y' TO CIF-FOUND-SWITCH
011390     END-IF.
011400 2210-EXIT.
011410     EXIT.
011420
011430******************************************************************
011440*   2300-CHECK-OPERATOR                                          *
011450*   THE OPERATOR WHO ENTERED THE RECORD MUST STILL BE ON THE     *
011460*   SECURITY FILE.  AN OPERATOR SINCE MADE INACTIVE IS NOT AN    *
011470*   EXCEPTION - ONLY AN ID THE FILE HAS NEVER HEARD OF.          *
011480******************************************************************
011490 2300-CHECK-OPERATOR.
011500     MOVE 'N' TO CIF-FOUND-SWITCH.
011510     IF CIF-CUST-OPERATOR-ID NOT = SPACES
011520         PERFORM 2310-MATCH-OPERATOR THRU 2310-EXIT
011530             VARYING CIF-TBL-IDX FROM 1 BY 1
011540             UNTIL CIF-TBL-IDX > CIF-OPER-COUNT OR CIF-FOUND
011550     END-IF.
011560     IF NOT CIF-FOUND
011570         MOVE SPACES TO CIF-EXC-VALUE-WORK
011580         MOVE 'OPERATOR ' TO CIF-EXC-VALUE-WORK(1:9)
011590         IF CIF-CUST-OPERATOR-ID = SPACES
011600             MOVE '(BLANK)' TO CIF-EXC-VALUE-WORK(10:7)
011610         ELSE
011620             MOVE CIF-CUST-OPERATOR-ID TO CIF-EXC-VALUE-WORK(10:8)
011630         END-IF
011640         MOVE CIF-TYPE-OPER-MISSING TO CIF-EXC-TYPE-WORK
011650         PERFORM 2900-WRITE-EXCEPTION THRU 2900-EXIT
011660     END-IF.
011670 2300-EXIT.
011680     EXIT.
011690
011700******************************************************************
011710*   2310-MATCH-OPERATOR                                          *
011720******************************************************************
011730 2310-MATCH-OPERATOR.
011740     IF CIF-OPTBL-ID (CIF-TBL-IDX) = CIF-CUST-OPERATOR-ID
011750         MOVE 'Y' TO CIF-FOUND-SWITCH
011760     END-IF.
011770 2310-EXIT.
011780     EXIT.
011790
011800******************************************************************
011810*   2400-CHECK-KEY                                               *
011820*   NO ACCOUNT NUMBER MAY BE HIGHER THAN THE LAST ONE THE        *
011830*   SEQUENCE CONTROL FILE HAS ISSUED - SUCH A KEY WILL BE        *
011840*   ISSUED AGAIN AND THE ADD WILL FAIL AS A DUPLICATE.           *
011850******************************************************************
011860 2400-CHECK-KEY.
011870     IF CIF-CUST-KEY > CIF-LAST-ACCT-NO
011880         MOVE SPACES TO CIF-EXC-VALUE-WORK
011890         MOVE 'LAST ISSUED ' TO CIF-EXC-VALUE-WORK(1:12)
011900         MOVE CIF-LAST-ACCT-NO TO CIF-ACCT-NO-EDIT
011910         MOVE CIF-ACCT-NO-EDIT TO CIF-EXC-VALUE-WORK(13:9)
011920         MOVE CIF-TYPE-KEY-HIGH TO CIF-EXC-TYPE-WORK
011930         PERFORM 2900-WRITE-EXCEPTION THRU 2900-EXIT
011940     END-IF.
011950 2400-EXIT.
011960     EXIT.
011970
011980******************************************************************
011990*   2500-CHECK-FLAGS                                             *
012000*   FLAG COMBINATIONS THE NORMAL CYCLE CANNOT PRODUCE -          *
012010*     A PURGE-PENDING ACCOUNT STILL CARRYING A BALANCE;          *
012020*     AN ACKNOWLEDGMENT FOR A RECORD NEVER EXTRACTED TO          *
012030*     ACCOUNTING;                                                *
012040*     A WELCOME LETTER FOR A RECORD ACCOUNTING HAS NOT YET       *
012050*     ACKNOWLEDGED.                                              *
012060******************************************************************
012070 2500-CHECK-FLAGS.
012080     IF CIF-CUST-PURGE-PENDING
012090         IF CIF-CUST-BALANCE IS NOT NUMERIC
012100             MOVE SPACES TO CIF-EXC-VALUE-WORK
012110             MOVE 'BALANCE NOT NUMERIC' TO CIF-EXC-VALUE-WORK
012120             MOVE CIF-TYPE-PURGE-BALANCE TO CIF-EXC-TYPE-WORK
012130             PERFORM 2900-WRITE-EXCEPTION THRU 2900-EXIT
012140         ELSE
012150             IF CIF-CUST-BALANCE NOT = ZERO
012160                 MOVE SPACES TO CIF-EXC-VALUE-WORK
012170                 MOVE 'BALANCE ' TO CIF-EXC-VALUE-WORK(1:8)
012180                 MOVE CIF-CUST-BALANCE TO CIF-BALANCE-EDIT
012190                 MOVE CIF-BALANCE-EDIT TO CIF-EXC-VALUE-WORK(9:15)
012200                 MOVE CIF-TYPE-PURGE-BALANCE TO CIF-EXC-TYPE-WORK
012210                 PERFORM 2900-WRITE-EXCEPTION THRU 2900-EXIT
012220             END-IF
012230         END-IF
012240     END-IF.
012250
012260     IF NOT CIF-CUST-ACK-PENDING AND NOT CIF-CUST-EXTRACTED
012270         MOVE SPACES TO CIF-EXC-VALUE-WORK
012280         MOVE 'ACK FLAG ' TO CIF-EXC-VALUE-WORK(1:9)
012290         MOVE CIF-CUST-ACK-FLAG TO CIF-EXC-VALUE-WORK(10:1)
012300         MOVE ', NOT EXTRACTED' TO CIF-EXC-VALUE-WORK(11:15)
012310         MOVE CIF-TYPE-ACK-NOT-XTR TO CIF-EXC-TYPE-WORK
012320         PERFORM 2900-WRITE-EXCEPTION THRU 2900-EXIT
012330     END-IF.
012340
012350     IF CIF-CUST-LETTERED AND CIF-CUST-ACK-PENDING
012360         MOVE 'LETTERED, ACK FLAG BLANK' TO CIF-EXC-VALUE-WORK
012370         MOVE CIF-TYPE-LTR-NOT-ACK TO CIF-EXC-TYPE-WORK
012380         PERFORM 2900-WRITE-EXCEPTION THRU 2900-EXIT
012390     END-IF.
012400 2500-EXIT.
012410     EXIT.
012420
012430******************************************************************
012440*   2900-WRITE-EXCEPTION                                         *
012450*   WRITES ONE EXCEPTION OF TYPE CIF-EXC-TYPE-WORK FOR THE       *
012460*   CURRENT RECORD TO THE WORK FILE AND COUNTS IT BY TYPE.       *
012470******************************************************************
012480 2900-WRITE-EXCEPTION.
012490     MOVE SPACES             TO EXCEPTION-RECORD.
012500     MOVE CIF-EXC-TYPE-WORK  TO CIF-EXC-TYPE.
012510     MOVE CIF-CUST-KEY       TO CIF-EXC-ACCT-NO.
012520     MOVE CIF-CUST-NAME      TO CIF-EXC-NAME.
012530     MOVE CIF-EXC-VALUE-WORK TO CIF-EXC-VALUE.
012540     WRITE EXCEPTION-RECORD.
012550     IF CIF-EXCEPT-STATUS NOT = '00'
012560         DISPLAY 'CUSTAUD - EXCEPTION WORK FILE WRITE FAILED - '
012570             'STATUS ' CIF-EXCEPT-STATUS ' - JOB FAILING'
012580         MOVE 16 TO RETURN-CODE
012590         MOVE 'Y' TO CIF-ABORT-SWITCH
012600         GO TO 2900-EXIT
012610     END-IF.
012620     ADD 1 TO CIF-EXCEPTIONS-WRITTEN.
012630     ADD 1 TO CIF-TYPE-COUNT (CIF-EXC-TYPE-WORK).
012640     MOVE 'Y' TO CIF-REC-EXCEPTION-SW.
012650 2900-EXIT.
012660     EXIT.
012670
012680******************************************************************
012690*   3000-SORT-EXCEPTIONS                                         *
012700*   CLOSES THE WORK FILE, SORTS IT INTO TYPE AND ACCOUNT ORDER   *
012710*   AND OPENS THE SORTED FILE FOR THE LISTING.                   *
012720******************************************************************
012730 3000-SORT-EXCEPTIONS.
012740     CLOSE EXCEPTION-FILE.
012750     MOVE 'N' TO CIF-EXCEPT-OPEN-SW.
012760     SORT SORT-WORK-FILE
012770         ON ASCENDING KEY CIF-SRT-TYPE
012780                          CIF-SRT-ACCT-NO
012790         USING EXCEPTION-FILE
012800         GIVING SORTED-EXCEPTIONS.
012810     IF SORT-RETURN NOT = ZERO
012820         DISPLAY 'CUSTAUD - EXCEPTION SORT FAILED - RETURN '
012830             SORT-RETURN ' - JOB FAILING'
012840         MOVE 16 TO RETURN-CODE
012850         MOVE 'Y' TO CIF-ABORT-SWITCH
012860         GO TO 3000-EXIT
012870     END-IF.
012880
012890     OPEN INPUT SORTED-EXCEPTIONS.
012900     IF CIF-SORTED-STATUS NOT = '00'
012910         DISPLAY 'CUSTAUD - SORTED EXCEPTIONS OPEN FAILED - '
012920             'STATUS ' CIF-SORTED-STATUS
012930         MOVE 16 TO RETURN-CODE
012940         MOVE 'Y' TO CIF-ABORT-SWITCH
012950         GO TO 3000-EXIT
012960     END-IF.
012970     MOVE 'Y' TO CIF-SORTED-OPEN-SW.
012980
012990     PERFORM 4100-WRITE-HEADINGS THRU 4100-EXIT.
013000     PERFORM 3100-READ-SORTED THRU 3100-EXIT.
013010     IF CIF-SORTED-EOF
013020         MOVE SPACES                 TO CIF-PRINT-LINE-TOTAL
013030         MOVE 'NO EXCEPTIONS FOUND'  TO CIF-T-LIT
013040         MOVE CIF-PRINT-LINE-TOTAL   TO CIF-REPORT-LINE
013050         WRITE CIF-REPORT-LINE
013060         ADD 1 TO CIF-LINE-COUNT
013070     END-IF.
013080 3000-EXIT.
013090     EXIT.
013100
013110******************************************************************
013120*   3100-READ-SORTED                                             *
013130******************************************************************
013140 3100-READ-SORTED.
013150     READ SORTED-EXCEPTIONS
013160         AT END
013170             MOVE 'Y' TO CIF-SORTED-EOF-SWITCH
013180     END-READ.
013190     IF NOT CIF-SORTED-EOF
013200         IF CIF-SORTED-STATUS NOT = '00'
013210             DISPLAY 'CUSTAUD - SORTED EXCEPTIONS READ FAILED '
013220                 '- STATUS ' CIF-SORTED-STATUS ' - JOB FAILING'
013230             MOVE 16 TO RETURN-CODE
013240             MOVE 'Y' TO CIF-ABORT-SWITCH
013250             MOVE 'Y' TO CIF-SORTED-EOF-SWITCH
013260         END-IF
013270     END-IF.
013280 3100-EXIT.
013290     EXIT.
013300
013310******************************************************************
013320*   4000-LIST-EXCEPTION                                          *
013330*   LISTS ONE SORTED EXCEPTION, BREAKING ON TYPE - EACH TYPE     *
013340*   OPENS WITH ITS OWN HEADING AND CLOSES WITH ITS COUNT.        *
013350******************************************************************
013360 4000-LIST-EXCEPTION.
013370     IF CIF-SXC-TYPE NOT = CIF-PREV-TYPE
013380         IF CIF-PREV-TYPE NOT = ZERO
013390             PERFORM 4300-WRITE-GROUP-TOTAL THRU 4300-EXIT
013400         END-IF
013410         MOVE CIF-SXC-TYPE TO CIF-PREV-TYPE
013420         MOVE ZERO TO CIF-GROUP-COUNT
013430         PERFORM 4200-WRITE-GROUP-HEADING THRU 4200-EXIT
013440     END-IF.
013450
013460     IF CIF-LINE-COUNT > CIF-LINES-PER-PAGE
013470         PERFORM 4100-WRITE-HEADINGS THRU 4100-EXIT
013480         PERFORM 4200-WRITE-GROUP-HEADING THRU 4200-EXIT
013490     END-IF.
013500
013510     MOVE SPACES             TO CIF-PRINT-LINE-DETAIL.
013520     MOVE CIF-SXC-ACCT-NO    TO CIF-D-ACCT-NO.
013530     MOVE CIF-SXC-NAME       TO CIF-D-NAME.
013540     MOVE CIF-SXC-VALUE      TO CIF-D-VALUE.
013550     MOVE CIF-PRINT-LINE-DETAIL TO CIF-REPORT-LINE.
013560     WRITE CIF-REPORT-LINE.
013570     ADD 1 TO CIF-LINE-COUNT.
013580     ADD 1 TO CIF-GROUP-COUNT.
013590     ADD 1 TO CIF-EXCEPTIONS-LISTED.
013600
013610     PERFORM 3100-READ-SORTED THRU 3100-EXIT.
013620 4000-EXIT.
013630     EXIT.
013640
013650******************************************************************
013660*   4100-WRITE-HEADINGS                                          *
013670******************************************************************
013680 4100-WRITE-HEADINGS.
013690     ADD 1 TO CIF-PAGE-NO.
013700
013710     MOVE SPACES                  TO CIF-PRINT-LINE-HEAD-1.
013720     MOVE 'CUSTOMER MASTER AUDIT'       TO CIF-H1-TITLE.
013730     MOVE 'PAGE '                       TO CIF-H1-PAGE-LIT.
013740     MOVE CIF-PAGE-NO                   TO CIF-H1-PAGE-NO.
013750     MOVE CIF-PRINT-LINE-HEAD-1    TO CIF-REPORT-LINE.
013760     WRITE CIF-REPORT-LINE.
013770
013780     MOVE SPACES                  TO CIF-PRINT-LINE-HEAD-2.
013790     MOVE 'RUN DATE: '                  TO CIF-H2-DATE-LIT.
013800     MOVE CIF-RUN-DATE-EDIT              TO CIF-H2-RUN-DATE.
013810     MOVE CIF-PRINT-LINE-HEAD-2    TO CIF-REPORT-LINE.
013820     WRITE CIF-REPORT-LINE.
013830
013840     MOVE SPACES                  TO CIF-REPORT-LINE.
013850     WRITE CIF-REPORT-LINE.
013860
013870     MOVE ZERO TO CIF-LINE-COUNT.
013880 4100-EXIT.
013890     EXIT.
013900
013910******************************************************************
013920*   4200-WRITE-GROUP-HEADING                                     *
013930*   NAMES THE EXCEPTION TYPE BEING LISTED AND HEADS ITS COLUMNS. *
013940******************************************************************
013950 4200-WRITE-GROUP-HEADING.
013960     MOVE SPACES                  TO CIF-PRINT-LINE-GROUP.
013970     MOVE 'EXCEPTION   '                TO CIF-G-LIT.
013980     MOVE CIF-PREV-TYPE                 TO CIF-G-TYPE.
013990     MOVE CIF-TYPE-NAME (CIF-PREV-TYPE) TO CIF-G-NAME.
014000     MOVE CIF-PRINT-LINE-GROUP     TO CIF-REPORT-LINE.
014010     WRITE CIF-REPORT-LINE.
014020
014030     MOVE SPACES                  TO CIF-PRINT-LINE-HEAD-3.
014040     MOVE 'ACCOUNT'                     TO CIF-H3-ACCT-LIT.
014050     MOVE 'CUSTOMER NAME'               TO CIF-H3-NAME-LIT.
014060     MOVE 'FOUND ON MASTER'             TO CIF-H3-VALUE-LIT.
014070     MOVE CIF-PRINT-LINE-HEAD-3    TO CIF-REPORT-LINE.
014080     WRITE CIF-REPORT-LINE.
014090     ADD 2 TO CIF-LINE-COUNT.
014100 4200-EXIT.
014110     EXIT.
014120
014130******************************************************************
014140*   4300-WRITE-GROUP-TOTAL                                       *
014150*   CLOSES ONE EXCEPTION TYPE WITH THE NUMBER LISTED UNDER IT.   *
014160******************************************************************
014170 4300-WRITE-GROUP-TOTAL.
014180     MOVE SPACES                   TO CIF-PRINT-LINE-TOTAL.
014190     MOVE 'EXCEPTIONS OF THIS TYPE :' TO CIF-T-LIT.
014200     MOVE CIF-GROUP-COUNT          TO CIF-T-COUNT.
014210     MOVE CIF-PRINT-LINE-TOTAL TO CIF-REPORT-LINE.
014220     WRITE CIF-REPORT-LINE.
014230
014240     MOVE SPACES              TO CIF-REPORT-LINE.
014250     WRITE CIF-REPORT-LINE.
014260     ADD 2 TO CIF-LINE-COUNT.
014270 4300-EXIT.
014280     EXIT.
014290
014300******************************************************************
014310*   8000-WRITE-SUMMARY                                           *
014320*   CLOSES THE REPORT WITH THE COUNT OF EVERY EXCEPTION TYPE,    *
014330*   FOUND OR NOT, AND THE RUN COUNTS.  EXCEPTIONS ARE THE        *
014340*   REPORT'S PURPOSE, NOT A FAILURE - THE RUN ENDS CLEAN.        *
014350******************************************************************
014360 8000-WRITE-SUMMARY.
014370     MOVE SPACES              TO CIF-REPORT-LINE.
014380     WRITE CIF-REPORT-LINE.
014390
014400     MOVE SPACES                   TO CIF-PRINT-LINE-TOTAL.
014410     MOVE 'SUMMARY BY EXCEPTION TYPE' TO CIF-T-LIT.
014420     MOVE CIF-PRINT-LINE-TOTAL TO CIF-REPORT-LINE.
014430     WRITE CIF-REPORT-LINE.
014440
014450     PERFORM 8100-WRITE-TYPE-COUNT THRU 8100-EXIT
014460         VARYING CIF-TYPE-IDX FROM 1 BY 1
014470         UNTIL CIF-TYPE-IDX > CIF-TYPE-MAX.
014480
014490     MOVE SPACES              TO CIF-REPORT-LINE.
014500     WRITE CIF-REPORT-LINE.
014510
014520     MOVE SPACES                   TO CIF-PRINT-LINE-TOTAL.
014530     MOVE 'TOTAL EXCEPTIONS        :' TO CIF-T-LIT.
014540     MOVE CIF-EXCEPTIONS-WRITTEN   TO CIF-T-COUNT.
014550     MOVE CIF-PRINT-LINE-TOTAL TO CIF-REPORT-LINE.
014560     WRITE CIF-REPORT-LINE.
014570
014580     MOVE SPACES                   TO CIF-PRINT-LINE-TOTAL.
014590     MOVE 'RECORDS READ            :' TO CIF-T-LIT.
014600     MOVE CIF-RECS-READ            TO CIF-T-COUNT.
014610     MOVE CIF-PRINT-LINE-TOTAL TO CIF-REPORT-LINE.
014620     WRITE CIF-REPORT-LINE.
014630
014640     MOVE SPACES                   TO CIF-PRINT-LINE-TOTAL.
014650     MOVE 'RECORDS WITH EXCEPTIONS :' TO CIF-T-LIT.
014660     MOVE CIF-RECS-WITH-EXCEPTION  TO CIF-T-COUNT.
014670     MOVE CIF-PRINT-LINE-TOTAL TO CIF-REPORT-LINE.
014680     WRITE CIF-REPORT-LINE.
014690
014700     DISPLAY 'CUSTAUD - RECORDS READ     : ' CIF-RECS-READ.
014710     DISPLAY 'CUSTAUD - EXCEPTIONS FOUND : '
014720         CIF-EXCEPTIONS-WRITTEN.
014730
014740     IF CIF-EXCEPTIONS-LISTED NOT = CIF-EXCEPTIONS-WRITTEN
014750         DISPLAY 'CUSTAUD - EXCEPTIONS LISTED '
014760             CIF-EXCEPTIONS-LISTED
014770             ' DO NOT AGREE WITH FOUND - JOB FAILING'
014780         MOVE 16 TO RETURN-CODE
014790     ELSE
014800         MOVE 0 TO RETURN-CODE
014810     END-IF.
014820 8000-EXIT.
014830     EXIT.
014840
014850******************************************************************
014860*   8100-WRITE-TYPE-COUNT                                        *
014870******************************************************************
014880 8100-WRITE-TYPE-COUNT.
014890     MOVE SPACES                       TO CIF-PRINT-LINE-TOTAL.
014900     MOVE CIF-TYPE-NAME (CIF-TYPE-IDX) TO CIF-T-LIT.
014910     MOVE CIF-TYPE-COUNT (CIF-TYPE-IDX) TO CIF-T-COUNT.
014920     MOVE CIF-PRINT-LINE-TOTAL TO CIF-REPORT-LINE.
014930     WRITE CIF-REPORT-LINE.
014940 8100-EXIT.
014950     EXIT.
014960
014970******************************************************************
014980*   9000-TERMINATE                                               *
014990******************************************************************
015000 9000-TERMINATE.
015010     IF CIF-RUNH-STARTED
015020         PERFORM 9100-WRITE-RUN-END THRU 9100-EXIT
015030     END-IF.
015040     IF CIF-CUSTMAST-OPEN
015050         CLOSE CUSTOMER-MASTER
015060     END-IF.
015070     IF CIF-EXCEPT-OPEN
015080         CLOSE EXCEPTION-FILE
015090     END-IF.
015100     IF CIF-SORTED-OPEN
015110         CLOSE SORTED-EXCEPTIONS
015120     END-IF.
015130     IF CIF-REPORT-OPEN
015140         CLOSE REPORT-LISTING
015150     END-IF.
015160 9000-EXIT.
015170     EXIT.
015180
015190******************************************************************
015200*   9100-WRITE-RUN-END                                           *
015210*   APPENDS THIS RUN'S END RECORD - COUNTS AND FINAL RETURN      *
015220*   CODE - AND CLOSES THE RUN-HISTORY FILE.                      *
015230******************************************************************
015240 9100-WRITE-RUN-END.
015250     ACCEPT CIF-END-TIME FROM TIME.
015260     MOVE SPACES                 TO RUN-HISTORY-RECORD.
015270     MOVE CIF-MY-PROGRAM-ID      TO CIF-RUNH-PROGRAM-ID.
015280     MOVE 'END'                  TO CIF-RUNH-REC-TYPE.
015290     MOVE CIF-RUN-DATE           TO CIF-RUNH-RUN-DATE.
015300     MOVE CIF-END-TIME           TO CIF-RUNH-RUN-TIME.
015310     MOVE CIF-RECS-READ          TO CIF-RUNH-RECS-READ.
015320     MOVE CIF-EXCEPTIONS-WRITTEN TO CIF-RUNH-RECS-WRITTEN.
015330     MOVE ZERO                   TO CIF-RUNH-RECS-REJECTED.
015340     MOVE RETURN-CODE            TO CIF-RUNH-RETURN-CODE.
015350     WRITE RUN-HISTORY-RECORD.
015360     CLOSE RUN-HISTORY-FILE.
015370 9100-EXIT.
015380     EXIT.
015390
015400 END PROGRAM CUSTAUD.
