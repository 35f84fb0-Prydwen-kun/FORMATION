000690*                    LEVEL - DROPPING A SUSPENSE ENTRY AND       *
000700*                    CONFIRMING A DUPLICATE OVERRIDE NOW NEED    *
000710*                    SUPERVISOR AUTHORITY.                       *
000720*   10/15/26   JPL   A REPAIRED CUSTOMER'S LAST-ACTIVITY DATE    *
000730*                    STARTS AT THE ENTRY DATE, WITH NO DORMANCY  *
000740*                    NOTICE.                                     *
000750*   10/15/26   JPL   A REPAIRED CUSTOMER STARTS WITH THE         *
000760*                    UNDELIVERABLE-ADDRESS FLAG CLEAR.           *
000770*                                                                *
000780******************************************************************
000790 IDENTIFICATION DIVISION.
000800 PROGRAM-ID. SUSPFIX.
000810
000820 ENVIRONMENT DIVISION.
000830 INPUT-OUTPUT SECTION.
000840 FILE-CONTROL.
000850     SELECT CUSTOMER-MASTER ASSIGN TO CUSTMAST
000860         ORGANIZATION IS INDEXED
000870         ACCESS MODE IS DYNAMIC
000880         RECORD KEY IS CIF-CUST-KEY
000890         ALTERNATE RECORD KEY IS CIF-CUST-NAME
000900             WITH DUPLICATES
000910         FILE STATUS IS CIF-CUSTMAST-STATUS.
000920
000930     SELECT ACCT-SEQUENCE-FILE ASSIGN TO ACCTSEQ
000940         ORGANIZATION IS SEQUENTIAL
000950         FILE STATUS IS CIF-ACCTSEQ-STATUS.
000960
000970     SELECT SUSPENSE-FILE ASSIGN TO SUSPENSE
000980         ORGANIZATION IS SEQUENTIAL
000990         FILE STATUS IS CIF-SUSPENSE-STATUS.
001000
001010     SELECT SUSPENSE-OUT-FILE ASSIGN TO SUSPNEW
001020         ORGANIZATION IS SEQUENTIAL
001030         FILE STATUS IS CIF-SUSPNEW-STATUS.
001040
001050     SELECT OPERATOR-SECURITY ASSIGN TO OPERSEC
001060         ORGANIZATION IS SEQUENTIAL
001070         FILE STATUS IS CIF-OPERSEC-STATUS.
001080
001090     SELECT AUDIT-FILE ASSIGN TO AUDITLOG
001100         ORGANIZATION IS LINE SEQUENTIAL
001110         FILE STATUS IS CIF-AUDIT-STATUS.
001120
001130     SELECT BRANCH-REFERENCE ASSIGN TO BRNCHREF
001140         ORGANIZATION IS SEQUENTIAL
001150         FILE STATUS IS CIF-BRNCHREF-STATUS.
001160
001170     SELECT DEPARTMENT-REFERENCE ASSIGN TO DEPTREF
001180         ORGANIZATION IS SEQUENTIAL
001190         FILE STATUS IS CIF-DEPTREF-STATUS.
001200
001210 DATA DIVISION.
001220 FILE SECTION.
001230 FD  CUSTOMER-MASTER.
001240     COPY CUSTREC.
001250
001260 FD  ACCT-SEQUENCE-FILE.
001270     COPY ACCTSEQ.
001280
001290 FD  SUSPENSE-FILE.
001300     COPY SUSPREC.
001310
001320******************************************************************
001330*   REWORKED SUSPENSE FILE - SAME 116-BYTE LAYOUT AS SUSPREC.    *
001340*   ENTRIES NOT CLEARED THIS PASS ARE CARRIED FORWARD HERE AND   *
001350*   THE FILE REPLACES THE OLD SUSPENSE LISTING AFTER THE RUN.    *
001360******************************************************************
001370 FD  SUSPENSE-OUT-FILE.
001380 01  CIF-SUSPOUT-RECORD          PIC X(116).
001390
001400 FD  OPERATOR-SECURITY.
001410     COPY OPERREC.
001420
001430 FD  AUDIT-FILE.
001440     COPY AUDITREC.
001450
001460 FD  BRANCH-REFERENCE.
001470     COPY BRNCHREC.
001480
001490 FD  DEPARTMENT-REFERENCE.
001500     COPY DEPTREC.
001510
001520 WORKING-STORAGE SECTION.
001530******************************************************************
001540*   FILE STATUS FIELDS                                          *
001550******************************************************************
001560 01  CIF-FILE-STATUSES.
001570     05  CIF-CUSTMAST-STATUS     PIC X(02) VALUE '00'.
001580     05  CIF-ACCTSEQ-STATUS      PIC X(02) VALUE '00'.
001590     05  CIF-SUSPENSE-STATUS     PIC X(02) VALUE '00'.
001600     05  CIF-SUSPNEW-STATUS      PIC X(02) VALUE '00'.
001610     05  CIF-AUDIT-STATUS        PIC X(02) VALUE '00'.
001620     05  CIF-OPERSEC-STATUS      PIC X(02) VALUE '00'.
001630     05  CIF-BRNCHREF-STATUS     PIC X(02) VALUE '00'.
001640     05  CIF-DEPTREF-STATUS      PIC X(02) VALUE '00'.
001650
001660******************************************************************
001670*   SWITCHES                                                    *
001680******************************************************************
001690 01  CIF-SWITCHES.
001700     05  CIF-EOF-SWITCH          PIC X(01) VALUE 'N'.
001710         88  CIF-EOF                        VALUE 'Y'.
001720     05  CIF-ABORT-SWITCH        PIC X(01) VALUE 'N'.
001730         88  CIF-ABORT                      VALUE 'Y'.
001740     05  CIF-SUSP-OPEN-SW        PIC X(01) VALUE 'N'.
001750         88  CIF-SUSP-OPEN                  VALUE 'Y'.
001760     05  CIF-CUSTMAST-OPEN-SW    PIC X(01) VALUE 'N'.
001770         88  CIF-CUSTMAST-OPEN              VALUE 'Y'.
001780     05  CIF-ACCTSEQ-OPEN-SW     PIC X(01) VALUE 'N'.
001790         88  CIF-ACCTSEQ-OPEN               VALUE 'Y'.
001800     05  CIF-OUTPUTS-OPEN-SW     PIC X(01) VALUE 'N'.
001810         88  CIF-OUTPUTS-OPEN               VALUE 'Y'.
001820     05  CIF-OPERSEC-EOF-SWITCH  PIC X(01) VALUE 'N'.
001830         88  CIF-OPERSEC-EOF                VALUE 'Y'.
001840     05  CIF-SIGNON-OK-SWITCH    PIC X(01) VALUE 'N'.
001850         88  CIF-SIGNON-OK                  VALUE 'Y'.
001860     05  CIF-POSTED-SWITCH       PIC X(01) VALUE 'N'.
001870         88  CIF-POSTED                     VALUE 'Y'.
001880     05  CIF-NAME-VALID-SWITCH   PIC X(01) VALUE 'N'.
001890         88  CIF-NAME-VALID                 VALUE 'Y'.
001900     05  CIF-DUP-FOUND-SWITCH    PIC X(01) VALUE 'N'.
001910         88  CIF-DUP-FOUND                  VALUE 'Y'.
001920     05  CIF-DUP-DEPT-SWITCH     PIC X(01) VALUE 'N'.
001930         88  CIF-DUP-DEPT-ALSO              VALUE 'Y'.
001940     05  CIF-DUP-ABANDON-SWITCH  PIC X(01) VALUE 'N'.
001950         88  CIF-DUP-ABANDON                VALUE 'Y'.
001960     05  CIF-DUPSCAN-EOF-SWITCH  PIC X(01) VALUE 'N'.
001970         88  CIF-DUPSCAN-EOF                VALUE 'Y'.
001980     05  CIF-DEPT-VALID-SWITCH   PIC X(01) VALUE 'N'.
001990         88  CIF-DEPT-VALID                 VALUE 'Y'.
002000     05  CIF-ADDR-VALID-SWITCH   PIC X(01) VALUE 'N'.
002010         88  CIF-ADDR-VALID                 VALUE 'Y'.
002020     05  CIF-PHONE-VALID-SWITCH  PIC X(01) VALUE 'N'.
002030         88  CIF-PHONE-VALID                VALUE 'Y'.
002040     05  CIF-BRANCH-VALID-SWITCH PIC X(01) VALUE 'N'.
002050         88  CIF-BRANCH-VALID               VALUE 'Y'.
002060     05  CIF-BRNCH-EOF-SWITCH    PIC X(01) VALUE 'N'.
002070         88  CIF-BRNCH-EOF                  VALUE 'Y'.
002080     05  CIF-DEPTS-EOF-SWITCH    PIC X(01) VALUE 'N'.
002090         88  CIF-DEPTS-EOF                  VALUE 'Y'.
002100
002110******************************************************************
002120*   BATCH COUNTERS                                               *
002130******************************************************************
002140 01  CIF-COUNTERS.
002150     05  CIF-RECS-READ           PIC 9(06) COMP VALUE ZERO.
002160     05  CIF-RECS-POSTED         PIC 9(06) COMP VALUE ZERO.
002170     05  CIF-RECS-RETAINED       PIC 9(06) COMP VALUE ZERO.
002180     05  CIF-RECS-DROPPED        PIC 9(06) COMP VALUE ZERO.
002190     05  CIF-NAME-LENGTH         PIC 9(03) COMP VALUE ZERO.
002200     05  CIF-DEPT-LENGTH         PIC 9(03) COMP VALUE ZERO.
002210     05  CIF-STREET-LENGTH       PIC 9(03) COMP VALUE ZERO.
002220     05  CIF-SCAN-IDX            PIC 9(02) COMP VALUE ZERO.
002230     05  CIF-SIGNON-TRIES        PIC 9(01) COMP VALUE ZERO.
002240     05  CIF-OPER-IDX            PIC 9(03) COMP VALUE ZERO.
002250     05  CIF-OPER-COUNT          PIC 9(03) COMP VALUE ZERO.
002260     05  CIF-BRN-IDX             PIC 9(03) COMP VALUE ZERO.
002270     05  CIF-BRN-COUNT           PIC 9(03) COMP VALUE ZERO.
002280     05  CIF-DPT-IDX             PIC 9(03) COMP VALUE ZERO.
002290     05  CIF-DPT-COUNT           PIC 9(03) COMP VALUE ZERO.
002300
002310******************************************************************
002320*   ACCOUNT NUMBER CONTROL                                       *
002330******************************************************************
002340 01  CIF-ACCOUNT-CONTROL.
002350     05  CIF-LAST-ACCT-NO        PIC 9(09) VALUE ZERO.
002360     05  CIF-DUP-ACCT-NO         PIC 9(09) VALUE ZERO.
002370
002380******************************************************************
002390*   MISCELLANEOUS WORKING FIELDS                                 *
002400******************************************************************
002410 01  CIF-DEFAULTS.
002420     05  CIF-DEFAULT-NAME-TEXT   PIC A(50) VALUE 'Variable text'.
002430     05  CIF-DEFAULT-DEPT-TEXT   PIC X(50)
002440         VALUE 'Variable Alphanumeric with 9'.
002450
002460 01  CIF-MISC-WORK.
002470     05  CIF-OPERATOR-ID         PIC X(08) VALUE SPACES.
002480     05  CIF-SIGNON-AUTH-LEVEL   PIC X(01) VALUE SPACE.
002490         88  CIF-SIGNON-SUPERVISOR          VALUE 'S'.
002500     05  CIF-RUN-DATE            PIC X(08).
002510     05  CIF-RUN-TIME            PIC X(08).
002520     05  CIF-DISPOSITION         PIC X(01) VALUE SPACE.
002530     05  CIF-RESPONSE            PIC X(01) VALUE SPACE.
002540     05  CIF-PREV-FIELD-ID       PIC X(10) VALUE SPACES.
002550     05  CIF-PREV-SUSP-DATE      PIC X(08) VALUE SPACES.
002560     05  CIF-PREV-SUSP-TIME      PIC X(08) VALUE SPACES.
002570     05  CIF-NEW-NAME            PIC A(50) VALUE SPACES.
002580     05  CIF-NEW-DEPT            PIC X(50) VALUE SPACES.
002590     05  CIF-NEW-STREET          PIC X(30) VALUE SPACES.
002600     05  CIF-NEW-CITY            PIC X(20) VALUE SPACES.
002610     05  CIF-NEW-STATE           PIC X(02) VALUE SPACES.
002620     05  CIF-NEW-ZIP             PIC X(05) VALUE SPACES.
002630     05  CIF-NEW-PHONE           PIC X(10) VALUE SPACES.
002640     05  CIF-NAME-REJECT-REASON  PIC X(40) VALUE SPACES.
002650     05  CIF-DEPT-REJECT-REASON  PIC X(40) VALUE SPACES.
002660     05  CIF-ADDR-REJECT-REASON  PIC X(40) VALUE SPACES.
002670     05  CIF-PHONE-REJECT-REASON PIC X(40) VALUE SPACES.
002680     05  CIF-NEW-BRANCH          PIC X(04) VALUE SPACES.
002690     05  CIF-BRANCH-REJECT-REASON PIC X(40) VALUE SPACES.
002700
002710******************************************************************
002720*   OPERATOR SECURITY TABLE                                      *
002730*   THE SECURITY FILE IS SMALL (A HANDFUL OF OPERATORS) AND IS   *
002740*   LOADED HERE AT STARTUP SO SIGN-ON RETRIES DO NOT RE-READ     *
002750*   THE FILE.                                                    *
002760******************************************************************
002770 01  CIF-OPERATOR-TABLE.
002780     05  CIF-OPER-ENTRY OCCURS 50 TIMES.
002790         10  CIF-OPTBL-ID        PIC X(08).
002800         10  CIF-OPTBL-NAME      PIC X(30).
002810         10  CIF-OPTBL-ACTIVE-SW PIC X(01).
002820         10  CIF-OPTBL-AUTH-LVL  PIC X(01).
002830
002840******************************************************************
002850*   BRANCH REFERENCE TABLE                                       *
002860*   THE BRANCH REFERENCE FILE IS SMALL AND IS LOADED HERE AT     *
002870*   STARTUP, THE SAME WAY THE OPERATOR SECURITY FILE IS, SO THE  *
002880*   BRANCH EDIT DOES NOT RE-READ THE FILE PER REPAIR.            *
002890******************************************************************
002900 01  CIF-BRANCH-TABLE.
002910     05  CIF-BRANCH-ENTRY OCCURS 50 TIMES.
002920         10  CIF-BRTBL-CODE      PIC X(04).
002930         10  CIF-BRTBL-NAME      PIC X(30).
002940         10  CIF-BRTBL-ACTIVE-SW PIC X(01).
002950
002960******************************************************************
002970*   DEPARTMENT REFERENCE TABLE                                   *
002980*   THE DEPARTMENT REFERENCE FILE IS LOADED HERE AT STARTUP SO   *
002990*   THE DEPARTMENT EDIT DOES NOT RE-READ THE FILE PER ENTRY.     *
003000******************************************************************
003010 01  CIF-DEPT-TABLE.
003020     05  CIF-DEPT-ENTRY OCCURS 100 TIMES.
003030         10  CIF-DPTBL-NAME      PIC X(50).
003040         10  CIF-DPTBL-ACTIVE-SW PIC X(01).
003050
003060 PROCEDURE DIVISION.
003070******************************************************************
003080*   0000-MAINLINE                                                *
003090*   TOP-LEVEL CONTROL OF THE CORRECTION PASS.                    *
003100******************************************************************
003110 0000-MAINLINE.
003120     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
003130     IF NOT CIF-ABORT
003140         PERFORM 2000-PROCESS-SUSPENSE THRU 2000-EXIT
003150             UNTIL CIF-EOF
003160         IF NOT CIF-ABORT
003170             PERFORM 8000-RECONCILE-TOTALS THRU 8000-EXIT
003180         END-IF
003190     END-IF.
003200     PERFORM 9000-TERMINATE THRU 9000-EXIT.
003210     STOP RUN.
003220
003230******************************************************************
003240*   1000-INITIALIZE                                              *
003250*   OPENS ALL FILES AND OBTAINS THE LAST ACCOUNT NUMBER ISSUED.  *
003260*   THE SUSPENSE LISTING, MASTER AND SEQUENCE FILE MUST ALL      *
003270*   ALREADY EXIST - THERE IS NOTHING TO CORRECT UNTIL THE        *
003280*   INTAKE BATCH HAS RUN.                                        *
003290******************************************************************
003300 1000-INITIALIZE.
003310     ACCEPT CIF-RUN-DATE FROM DATE YYYYMMDD.
003320     ACCEPT CIF-RUN-TIME FROM TIME.
003330     PERFORM 1050-LOAD-OPERATORS THRU 1050-EXIT.
003340     PERFORM 1060-SIGN-ON THRU 1060-EXIT.
003350     IF CIF-ABORT
003360         GO TO 1000-EXIT
003370     END-IF.
003380     PERFORM 1085-LOAD-BRANCHES THRU 1085-EXIT.
003390     PERFORM 1087-LOAD-DEPTS THRU 1087-EXIT.
003400
003410     OPEN INPUT SUSPENSE-FILE.
003420     IF CIF-SUSPENSE-STATUS NOT = '00'
003430         DISPLAY 'SUSPFIX - SUSPENSE FILE OPEN FAILED - '
003440             'STATUS ' CIF-SUSPENSE-STATUS
003450         MOVE 16 TO RETURN-CODE
003460         MOVE 'Y' TO CIF-ABORT-SWITCH
003470     ELSE
003480         MOVE 'Y' TO CIF-SUSP-OPEN-SW
003490     END-IF.
003500
003510     IF NOT CIF-ABORT
003520         OPEN I-O CUSTOMER-MASTER
003530         IF CIF-CUSTMAST-STATUS NOT = '00'
003540             DISPLAY 'SUSPFIX - CUSTOMER-MASTER OPEN FAILED - '
003550                 'STATUS ' CIF-CUSTMAST-STATUS
003560             MOVE 16 TO RETURN-CODE
003570             MOVE 'Y' TO CIF-ABORT-SWITCH
003580         ELSE
003590             MOVE 'Y' TO CIF-CUSTMAST-OPEN-SW
003600         END-IF
003610     END-IF.
003620
003630     IF NOT CIF-ABORT
003640         OPEN I-O ACCT-SEQUENCE-FILE
003650         IF CIF-ACCTSEQ-STATUS NOT = '00'
003660             DISPLAY 'SUSPFIX - ACCOUNT SEQUENCE OPEN FAILED - '
003670                 'STATUS ' CIF-ACCTSEQ-STATUS
003680             MOVE 16 TO RETURN-CODE
003690             MOVE 'Y' TO CIF-ABORT-SWITCH
003700         ELSE
003710             MOVE 'Y' TO CIF-ACCTSEQ-OPEN-SW
003720             READ ACCT-SEQUENCE-FILE
003730                 AT END
003740                     DISPLAY 'SUSPFIX - ACCOUNT SEQUENCE EMPTY'
003750                     MOVE 16 TO RETURN-CODE
003760                     MOVE 'Y' TO CIF-ABORT-SWITCH
003770             END-READ
003780             MOVE CIF-SEQ-LAST-ACCT TO CIF-LAST-ACCT-NO
003790         END-IF
003800     END-IF.
003810
003820     IF NOT CIF-ABORT
003830         OPEN OUTPUT SUSPENSE-OUT-FILE
003840         OPEN EXTEND AUDIT-FILE
003850         IF CIF-AUDIT-STATUS NOT = '00'
003860             OPEN OUTPUT AUDIT-FILE
003870         END-IF
003880         MOVE 'Y' TO CIF-OUTPUTS-OPEN-SW
003890         PERFORM 2100-READ-SUSPENSE THRU 2100-EXIT
003900     END-IF.
003910 1000-EXIT.
003920     EXIT.
003930
003940******************************************************************
003950*   1050-LOAD-OPERATORS                                          *
003960*   LOADS THE OPERATOR SECURITY FILE INTO THE SIGN-ON TABLE,     *
003970*   CREATING THE FILE WITH THE DEFAULT OPER01 ENTRY ON ITS       *
003980*   FIRST USE, THE SAME WAY THE INTAKE PROGRAM DOES.             *
003990******************************************************************
004000 1050-LOAD-OPERATORS.
004010     MOVE ZERO TO CIF-OPER-COUNT.
004020     MOVE 'N' TO CIF-OPERSEC-EOF-SWITCH.
004030     OPEN INPUT OPERATOR-SECURITY.
004040     IF CIF-OPERSEC-STATUS NOT = '00'
004050         OPEN OUTPUT OPERATOR-SECURITY
004060         MOVE 'OPER01'           TO CIF-OPER-ID
004070         MOVE 'DEFAULT OPERATOR' TO CIF-OPER-NAME
004080         MOVE 'Y'                TO CIF-OPER-ACTIVE-SW
004090         MOVE 'S'                TO CIF-OPER-AUTH-LEVEL
004100         MOVE SPACES             TO CIF-OPER-FILLER
004110         WRITE OPERATOR-SECURITY-RECORD
004120         CLOSE OPERATOR-SECURITY
004130         OPEN INPUT OPERATOR-SECURITY
004140     END-IF.
004150     PERFORM 1055-READ-OPERATOR THRU 1055-EXIT
004160         UNTIL CIF-OPERSEC-EOF.
004170     CLOSE OPERATOR-SECURITY.
004180 1050-EXIT.
004190     EXIT.
004200
004210******************************************************************
004220*   1055-READ-OPERATOR                                           *
004230*   READS ONE OPERATOR SECURITY RECORD INTO THE SIGN-ON TABLE.   *
004240******************************************************************
004250 1055-READ-OPERATOR.
004260     READ OPERATOR-SECURITY
004270         AT END
004280             MOVE 'Y' TO CIF-OPERSEC-EOF-SWITCH
004290         NOT AT END
004300             IF CIF-OPER-COUNT < 50
004310                 ADD 1 TO CIF-OPER-COUNT
004320                 MOVE CIF-OPER-ID TO CIF-OPTBL-ID (CIF-OPER-COUNT)
004330                 MOVE CIF-OPER-NAME
004340                     TO CIF-OPTBL-NAME (CIF-OPER-COUNT)
004350                 MOVE CIF-OPER-ACTIVE-SW
004360                     TO CIF-OPTBL-ACTIVE-SW (CIF-OPER-COUNT)
004370                 MOVE CIF-OPER-AUTH-LEVEL
004380                     TO CIF-OPTBL-AUTH-LVL (CIF-OPER-COUNT)
004390             END-IF
004400     END-READ.
004410     IF NOT CIF-OPERSEC-EOF
004420         IF CIF-OPERSEC-STATUS NOT = '00'
004430             DISPLAY 'SUSPFIX - OPERATOR SECURITY READ FAILED '
004440                 '- STATUS ' CIF-OPERSEC-STATUS
004450                 ' - SIGN-ON TABLE INCOMPLETE'
004460             MOVE 'Y' TO CIF-OPERSEC-EOF-SWITCH
004470         END-IF
004480     END-IF.
004490 1055-EXIT.
004500     EXIT.
004510
004520******************************************************************
004530*   1060-SIGN-ON                                                 *
004540*   GIVES THE OPERATOR THREE TRIES TO SIGN ON WITH AN ID THAT    *
004550*   IS ON THE SECURITY FILE AND STILL ACTIVE.  A FAILED SIGN-ON  *
004560*   CANCELS THE JOB BEFORE ANY OTHER FILE IS OPENED.             *
004570******************************************************************
004580 1060-SIGN-ON.
004590     MOVE ZERO TO CIF-SIGNON-TRIES.
004600     PERFORM 1070-SIGN-ON-TRY THRU 1070-EXIT
004610         UNTIL CIF-SIGNON-OK OR CIF-SIGNON-TRIES >= 3.
004620     IF NOT CIF-SIGNON-OK
004630         DISPLAY 'SIGN-ON FAILED - JOB CANCELLED'
004640         MOVE 16 TO RETURN-CODE
004650         MOVE 'Y' TO CIF-ABORT-SWITCH
004660     END-IF.
004670 1060-EXIT.
004680     EXIT.
004690
004700******************************************************************
004710*   1070-SIGN-ON-TRY                                             *
004720*   ONE SIGN-ON ATTEMPT - ACCEPTS THE OPERATOR ID AND SEARCHES   *
004730*   THE SECURITY TABLE FOR AN ACTIVE MATCH.                      *
004740******************************************************************
004750 1070-SIGN-ON-TRY.
004760     ADD 1 TO CIF-SIGNON-TRIES.
004770     DISPLAY 'ENTER OPERATOR ID : '.
004780     ACCEPT CIF-OPERATOR-ID.
004790     PERFORM 1080-MATCH-OPERATOR THRU 1080-EXIT
004800         VARYING CIF-OPER-IDX FROM 1 BY 1
004810         UNTIL CIF-OPER-IDX > CIF-OPER-COUNT OR CIF-SIGNON-OK.
004820     IF NOT CIF-SIGNON-OK
004830         DISPLAY 'OPERATOR NOT AUTHORIZED OR NOT ACTIVE'
004840     END-IF.
004850 1070-EXIT.
004860     EXIT.
004870
004880******************************************************************
004890*   1080-MATCH-OPERATOR                                          *
004900*   COMPARES ONE SECURITY TABLE ENTRY AGAINST THE ID KEYED.      *
004910******************************************************************
004920 1080-MATCH-OPERATOR.
004930     IF CIF-OPTBL-ID (CIF-OPER-IDX) = CIF-OPERATOR-ID AND
004940             CIF-OPTBL-ACTIVE-SW (CIF-OPER-IDX) = 'Y'
004950         MOVE 'Y' TO CIF-SIGNON-OK-SWITCH
004960         MOVE CIF-OPTBL-AUTH-LVL (CIF-OPER-IDX)
004970             TO CIF-SIGNON-AUTH-LEVEL
004980         DISPLAY 'SIGNED ON - ' CIF-OPERATOR-ID ' '
004990             CIF-OPTBL-NAME (CIF-OPER-IDX)
005000     END-IF.
005010 1080-EXIT.
005020     EXIT.
005030
005040******************************************************************
005050*   1085-LOAD-BRANCHES                                           *
005060*   LOADS THE BRANCH REFERENCE FILE INTO THE BRANCH TABLE,       *
005070*   CREATING THE FILE WITH THE DEFAULT HEAD OFFICE ENTRY ON ITS  *
005080*   FIRST USE, THE SAME WAY THE INTAKE PROGRAM DOES.             *
005090******************************************************************
005100 1085-LOAD-BRANCHES.
005110     MOVE ZERO TO CIF-BRN-COUNT.
005120     MOVE 'N' TO CIF-BRNCH-EOF-SWITCH.
005130     OPEN INPUT BRANCH-REFERENCE.
005140     IF CIF-BRNCHREF-STATUS NOT = '00'
005150         OPEN OUTPUT BRANCH-REFERENCE
005160         MOVE '0001'        TO CIF-BRN-CODE
005170         MOVE 'HEAD OFFICE' TO CIF-BRN-NAME
005180         MOVE 'Y'           TO CIF-BRN-ACTIVE-SW
005190         MOVE SPACES        TO CIF-BRN-FILLER
005200         WRITE BRANCH-REFERENCE-RECORD
005210         CLOSE BRANCH-REFERENCE
005220         OPEN INPUT BRANCH-REFERENCE
005230     END-IF.
005240     PERFORM 1086-READ-BRANCH THRU 1086-EXIT
005250         UNTIL CIF-BRNCH-EOF.
005260     CLOSE BRANCH-REFERENCE.
005270 1085-EXIT.
005280     EXIT.
005290
005300******************************************************************
005310*   1086-READ-BRANCH                                             *
005320*   READS ONE BRANCH REFERENCE RECORD INTO THE BRANCH TABLE.     *
005330******************************************************************
005340 1086-READ-BRANCH.
005350     READ BRANCH-REFERENCE
005360         AT END
005370             MOVE 'Y' TO CIF-BRNCH-EOF-SWITCH
005380         NOT AT END
005390             IF CIF-BRN-COUNT < 50
005400                 ADD 1 TO CIF-BRN-COUNT
005410                 MOVE CIF-BRN-CODE
005420                     TO CIF-BRTBL-CODE (CIF-BRN-COUNT)
005430                 MOVE CIF-BRN-NAME
005440                     TO CIF-BRTBL-NAME (CIF-BRN-COUNT)
005450                 MOVE CIF-BRN-ACTIVE-SW
005460                     TO CIF-BRTBL-ACTIVE-SW (CIF-BRN-COUNT)
005470             END-IF
005480     END-READ.
005490     IF NOT CIF-BRNCH-EOF
005500         IF CIF-BRNCHREF-STATUS NOT = '00'
005510             DISPLAY 'SUSPFIX - BRANCH REFERENCE READ FAILED '
005520                 '- STATUS ' CIF-BRNCHREF-STATUS
005530                 ' - BRANCH TABLE INCOMPLETE'
005540             MOVE 'Y' TO CIF-BRNCH-EOF-SWITCH
005550         END-IF
005560     END-IF.
005570 1086-EXIT.
005580     EXIT.
005590
005600******************************************************************
005610*   1087-LOAD-DEPTS                                             *
005620*   LOADS THE DEPARTMENT REFERENCE FILE INTO THE DEPARTMENT      *
005630*   TABLE, CREATING THE FILE WITH THE DEFAULT GENERAL ENTRY ON   *
005640*   ITS FIRST USE, THE SAME WAY THE OPERATOR SECURITY FILE IS    *
005650*   BOOTSTRAPPED.                                                *
005660******************************************************************
005670 1087-LOAD-DEPTS.
005680     MOVE ZERO TO CIF-DPT-COUNT.
005690     MOVE 'N' TO CIF-DEPTS-EOF-SWITCH.
005700     OPEN INPUT DEPARTMENT-REFERENCE.
005710     IF CIF-DEPTREF-STATUS NOT = '00'
005720         OPEN OUTPUT DEPARTMENT-REFERENCE
005730         MOVE 'GENERAL' TO CIF-DPT-NAME
005740         MOVE 'Y'       TO CIF-DPT-ACTIVE-SW
005750         MOVE SPACES    TO CIF-DPT-FILLER
005760         WRITE DEPARTMENT-REFERENCE-RECORD
005770         CLOSE DEPARTMENT-REFERENCE
005780         OPEN INPUT DEPARTMENT-REFERENCE
005790     END-IF.
005800     PERFORM 1088-READ-DEPT THRU 1088-EXIT
005810         UNTIL CIF-DEPTS-EOF.
005820     CLOSE DEPARTMENT-REFERENCE.
005830 1087-EXIT.
005840     EXIT.
005850
005860******************************************************************
005870*   1088-READ-DEPT                                              *
005880*   READS ONE DEPARTMENT REFERENCE RECORD INTO THE TABLE.        *
005890******************************************************************
005900 1088-READ-DEPT.
005910     READ DEPARTMENT-REFERENCE
005920         AT END
005930             MOVE 'Y' TO CIF-DEPTS-EOF-SWITCH
005940         NOT AT END
005950             IF CIF-DPT-COUNT < 100
005960                 ADD 1 TO CIF-DPT-COUNT
005970                 MOVE CIF-DPT-NAME
005980                     TO CIF-DPTBL-NAME (CIF-DPT-COUNT)
005990                 MOVE CIF-DPT-ACTIVE-SW
006000                     TO CIF-DPTBL-ACTIVE-SW (CIF-DPT-COUNT)
006010             END-IF
006020     END-READ.
006030     IF NOT CIF-DEPTS-EOF
006040         IF CIF-DEPTREF-STATUS NOT = '00'
006050             DISPLAY 'SUSPFIX - DEPARTMENT REFERENCE READ FAILED '
006060                 '- STATUS ' CIF-DEPTREF-STATUS
006070                 ' - DEPARTMENT TABLE INCOMPLETE'
006080             MOVE 'Y' TO CIF-DEPTS-EOF-SWITCH
006090         END-IF
006100     END-IF.
006110 1088-EXIT.
006120     EXIT.
006130
006140******************************************************************
006150*   2000-PROCESS-SUSPENSE                                        *
006160*   DRIVES ONE SUSPENSE ENTRY - DISPLAY, DISPOSITION, AND        *
006170*   EITHER A REPAIR, A CARRY-FORWARD, OR A DROP.                 *
006180******************************************************************
006190 2000-PROCESS-SUSPENSE.
006200     PERFORM 2200-DISPLAY-ENTRY THRU 2200-EXIT.
006210     PERFORM 2300-ACCEPT-DISPOSITION THRU 2300-EXIT.
006220
006230     IF CIF-DISPOSITION = 'R' OR CIF-DISPOSITION = 'r'
006240         PERFORM 4000-REPAIR-ENTRY THRU 4000-EXIT
006250     ELSE
006260         IF CIF-DISPOSITION = 'D' OR CIF-DISPOSITION = 'd'
006270             PERFORM 6000-DROP-ENTRY THRU 6000-EXIT
006280         ELSE
006290             PERFORM 7000-RETAIN-ENTRY THRU 7000-EXIT
006300         END-IF
006310     END-IF.
006320
006330     PERFORM 2100-READ-SUSPENSE THRU 2100-EXIT.
006340 2000-EXIT.
006350     EXIT.
006360
006370******************************************************************
006380*   2100-READ-SUSPENSE                                           *
006390*   READS ONE SUSPENSE ENTRY.                                    *
006400******************************************************************
006410 2100-READ-SUSPENSE.
006420     READ SUSPENSE-FILE
006430         AT END
006440             MOVE 'Y' TO CIF-EOF-SWITCH
006450         NOT AT END
006460             ADD 1 TO CIF-RECS-READ
006470     END-READ.
006480     IF NOT CIF-EOF
006490         IF CIF-SUSPENSE-STATUS NOT = '00'
006500             DISPLAY 'SUSPFIX - SUSPENSE READ FAILED - STATUS '
006510                 CIF-SUSPENSE-STATUS ' - JOB FAILING'
006520             MOVE 16 TO RETURN-CODE
006530             MOVE 'Y' TO CIF-ABORT-SWITCH
006540             MOVE 'Y' TO CIF-EOF-SWITCH
006550         END-IF
006560     END-IF.
006570 2100-EXIT.
006580     EXIT.
006590
006600******************************************************************
006610*   2200-DISPLAY-ENTRY                                           *
006620*   SHOWS THE OPERATOR THE REJECTED ENTRY AND WHY IT FAILED.     *
006630******************************************************************
006640 2200-DISPLAY-ENTRY.
006650     DISPLAY '---------------------------------------------'.
006660     DISPLAY 'SUSPENSE ENTRY ' CIF-RECS-READ.
006670     DISPLAY 'FIELD     : ' CIF-SUSP-FIELD-ID.
006680     DISPLAY 'VALUE     : ' CIF-SUSP-VALUE.
006690     DISPLAY 'REASON    : ' CIF-SUSP-REASON.
006700     DISPLAY 'SUSPENDED : ' CIF-SUSP-DATE ' ' CIF-SUSP-TIME.
006710     IF CIF-SUSP-FIELD-ID = 'DEPARTMENT' AND
006720             CIF-PREV-FIELD-ID = 'NAME' AND
006730             CIF-SUSP-DATE = CIF-PREV-SUSP-DATE AND
006740             CIF-SUSP-TIME = CIF-PREV-SUSP-TIME
006750         DISPLAY 'NOTE - THIS ENTRY AND THE PRIOR NAME ENTRY '
006760             'WERE SUSPENDED TOGETHER AND ARE THE SAME '
006770             'CUSTOMER - REPAIR ONE AND DROP THE OTHER'
006780     END-IF.
006790     MOVE CIF-SUSP-FIELD-ID TO CIF-PREV-FIELD-ID.
006800     MOVE CIF-SUSP-DATE     TO CIF-PREV-SUSP-DATE.
006810     MOVE CIF-SUSP-TIME     TO CIF-PREV-SUSP-TIME.
006820 2200-EXIT.
006830     EXIT.
006840
006850******************************************************************
006860*   2300-ACCEPT-DISPOSITION                                      *
006870*   PROMPTS FOR AND ACCEPTS THE DISPOSITION OF THIS ENTRY.       *
006880******************************************************************
006890 2300-ACCEPT-DISPOSITION.
006900     DISPLAY 'DISPOSITION - R = REPAIR AND POST, S = SKIP,'
006910         ' D = DROP : '.
006920     ACCEPT CIF-DISPOSITION.
006930 2300-EXIT.
006940     EXIT.
006950
006960******************************************************************
006970*   3000-WRITE-AUDIT-ENTRY                                       *
006980*   APPENDS ONE TIMESTAMPED AUDIT LOG ENTRY.  CALLERS MOVE THE   *
006990*   FIELD ID, VALUE, STATUS AND ACCOUNT NUMBER INTO THE AUDIT    *
007000*   RECORD BEFORE PERFORMING THIS PARAGRAPH.                     *
007010******************************************************************
007020 3000-WRITE-AUDIT-ENTRY.
007030     MOVE CIF-RUN-DATE    TO CIF-AUD-DATE.
007040     MOVE CIF-RUN-TIME    TO CIF-AUD-TIME.
007050     MOVE CIF-OPERATOR-ID TO CIF-AUD-OPERATOR-ID.
007060     WRITE AUDIT-LOG-RECORD.
007070 3000-EXIT.
007080     EXIT.
007090
007100******************************************************************
007110*   4000-REPAIR-ENTRY                                            *
007120*   ACCEPTS THE CORRECTED NAME AND DEPARTMENT FOR THE ENTRY,     *
007130*   RE-RUNS THE INTAKE EDITS, AND POSTS THE REPAIRED CUSTOMER    *
007140*   TO THE MASTER.  ONLY THE FAILING FIELD WAS CARRIED ON THE    *
007150*   SUSPENSE ENTRY, SO BOTH FIELDS ARE RE-KEYED HERE - THE       *
007160*   REJECTED VALUE IS SHOWN ABOVE AS THE STARTING POINT.  A      *
007170*   REPAIR THAT STILL FAILS EDIT LEAVES THE ENTRY ON THE         *
007180*   SUSPENSE BACKLOG.                                            *
007190******************************************************************
007200 4000-REPAIR-ENTRY.
007210     MOVE 'N' TO CIF-POSTED-SWITCH.
007220     DISPLAY 'ENTER CORRECTED NAME : '.
007230     ACCEPT CIF-NEW-NAME.
007240     PERFORM 5000-EDIT-NAME THRU 5000-EXIT.
007250     DISPLAY 'ENTER CORRECTED DEPARTMENT : '.
007260     ACCEPT CIF-NEW-DEPT.
007270     PERFORM 5100-EDIT-DEPT THRU 5100-EXIT.
007280     DISPLAY 'ENTER CORRECTED STREET ADDRESS : '.
007290     ACCEPT CIF-NEW-STREET.
007300     DISPLAY 'ENTER CORRECTED CITY : '.
007310     ACCEPT CIF-NEW-CITY.
007320     DISPLAY 'ENTER CORRECTED STATE (2 LETTERS) : '.
007330     ACCEPT CIF-NEW-STATE.
007340     DISPLAY 'ENTER CORRECTED ZIP CODE (5 DIGITS) : '.
007350     ACCEPT CIF-NEW-ZIP.
007360     PERFORM 5200-EDIT-ADDRESS THRU 5200-EXIT.
007370     DISPLAY 'ENTER CORRECTED PHONE NUMBER (10 DIGITS) : '.
007380     ACCEPT CIF-NEW-PHONE.
007390     PERFORM 5300-EDIT-PHONE THRU 5300-EXIT.
007400     DISPLAY 'ENTER BRANCH CODE : '.
007410     ACCEPT CIF-NEW-BRANCH.
007420     PERFORM 5400-EDIT-BRANCH THRU 5400-EXIT.
007430
007440     IF CIF-NAME-VALID AND CIF-DEPT-VALID
007450             AND CIF-ADDR-VALID AND CIF-PHONE-VALID
007460                 AND CIF-BRANCH-VALID
007470         PERFORM 4400-CHECK-DUPLICATE THRU 4400-EXIT
007480         IF CIF-DUP-ABANDON
007490             DISPLAY 'REPAIR ABANDONED AT DUPLICATE WARNING'
007500         ELSE
007510             PERFORM 4500-POST-CUSTOMER THRU 4500-EXIT
007520         END-IF
007530     ELSE
007540         IF NOT CIF-NAME-VALID
007550             DISPLAY 'NAME REJECTED - ' CIF-NAME-REJECT-REASON
007560         END-IF
007570         IF NOT CIF-DEPT-VALID
007580             DISPLAY 'DEPARTMENT REJECTED - '
007590                 CIF-DEPT-REJECT-REASON
007600         END-IF
007610         IF NOT CIF-ADDR-VALID
007620             DISPLAY 'ADDRESS REJECTED - '
007630                 CIF-ADDR-REJECT-REASON
007640         END-IF
007650         IF NOT CIF-PHONE-VALID
007660             DISPLAY 'PHONE REJECTED - '
007670                 CIF-PHONE-REJECT-REASON
007680         END-IF
007690         IF NOT CIF-BRANCH-VALID
007700             DISPLAY 'BRANCH REJECTED - '
007710                 CIF-BRANCH-REJECT-REASON
007720         END-IF
007730     END-IF.
007740
007750     IF NOT CIF-POSTED
007760         DISPLAY 'ENTRY STAYS ON SUSPENSE'
007770         PERFORM 7000-RETAIN-ENTRY THRU 7000-EXIT
007780     END-IF.
007790 4000-EXIT.
007800     EXIT.
007810
007820******************************************************************
007830*   4400-CHECK-DUPLICATE                                         *
007840*   BEFORE A REPAIR IS POSTED, POSITIONS ON THE ALTERNATE NAME   *
007850*   KEY AT THE CORRECTED NAME AND READS THE RECORDS CARRYING     *
007860*   IT, EXACTLY AS THE INTAKE BATCH DOES.  WHEN ONE IS FOUND     *
007870*   THE OPERATOR IS WARNED (THE WARNING NOTES WHETHER THE        *
007880*   DEPARTMENT MATCHES AS WELL) AND MAY CONFIRM OR ABANDON.      *
007890******************************************************************
007900 4400-CHECK-DUPLICATE.
007910     MOVE 'N' TO CIF-DUP-FOUND-SWITCH.
007920     MOVE 'N' TO CIF-DUP-DEPT-SWITCH.
007930     MOVE 'N' TO CIF-DUP-ABANDON-SWITCH.
007940     MOVE 'N' TO CIF-DUPSCAN-EOF-SWITCH.
007950     MOVE ZERO TO CIF-DUP-ACCT-NO.
007960
007970     MOVE CIF-NEW-NAME TO CIF-CUST-NAME.
007980     START CUSTOMER-MASTER KEY NOT LESS THAN CIF-CUST-NAME
007990         INVALID KEY
008000             MOVE 'Y' TO CIF-DUPSCAN-EOF-SWITCH
008010     END-START.
008020     IF CIF-CUSTMAST-STATUS NOT = '00'
008030         MOVE 'Y' TO CIF-DUPSCAN-EOF-SWITCH
008040     END-IF.
008050     PERFORM 4410-READ-DUP-SCAN THRU 4410-EXIT
008060         UNTIL CIF-DUPSCAN-EOF.
008070
008080     IF CIF-DUP-FOUND
008090         IF CIF-DUP-DEPT-ALSO
008100             DISPLAY 'DUPLICATE SUSPECTED - ACCOUNT '
008110                 CIF-DUP-ACCT-NO ' ALREADY CARRIES THIS NAME '
008120                 'AND DEPARTMENT'
008130         ELSE
008140             DISPLAY 'DUPLICATE SUSPECTED - ACCOUNT '
008150                 CIF-DUP-ACCT-NO ' ALREADY CARRIES THIS NAME'
008160         END-IF
008170         IF NOT CIF-SIGNON-SUPERVISOR
008180             DISPLAY 'SUPERVISOR AUTHORITY REQUIRED TO POST A '
008190                 'DUPLICATE - REPAIR ABANDONED'
008200             MOVE 'Y' TO CIF-DUP-ABANDON-SWITCH
008210         ELSE
008220             DISPLAY 'POST THIS REPAIR ANYWAY (Y/N) ? '
008230             ACCEPT CIF-RESPONSE
008240             IF CIF-RESPONSE NOT = 'Y' AND CIF-RESPONSE NOT = 'y'
008250                 MOVE 'Y' TO CIF-DUP-ABANDON-SWITCH
008260             END-IF
008270         END-IF
008280     END-IF.
008290 4400-EXIT.
008300     EXIT.
008310
008320******************************************************************
008330*   4410-READ-DUP-SCAN                                           *
008340*   READS ONE RECORD OF THE DUPLICATE SCAN.  RECORDS CARRYING    *
008350*   THE SAME NAME ARE CONTIGUOUS ON THE ALTERNATE KEY, SO THE    *
008360*   SCAN ENDS AT THE FIRST NAME PAST THE CORRECTED ONE.          *
008370******************************************************************
008380 4410-READ-DUP-SCAN.
008390     READ CUSTOMER-MASTER NEXT RECORD
008400         AT END
008410             MOVE 'Y' TO CIF-DUPSCAN-EOF-SWITCH
008420         NOT AT END
008430             IF CIF-CUST-NAME = CIF-NEW-NAME
008440                 IF NOT CIF-DUP-FOUND
008450                     MOVE 'Y' TO CIF-DUP-FOUND-SWITCH
008460                     MOVE CIF-CUST-KEY TO CIF-DUP-ACCT-NO
008470                 END-IF
008480                 IF CIF-CUST-DEPT = CIF-NEW-DEPT
008490                     MOVE 'Y' TO CIF-DUP-DEPT-SWITCH
008500                 END-IF
008510             ELSE
008520                 MOVE 'Y' TO CIF-DUPSCAN-EOF-SWITCH
008530             END-IF
008540     END-READ.
008550     IF CIF-CUSTMAST-STATUS NOT = '00' AND
008560             CIF-CUSTMAST-STATUS NOT = '02' AND
008570             CIF-CUSTMAST-STATUS NOT = '10'
008580         MOVE 'Y' TO CIF-DUPSCAN-EOF-SWITCH
008590     END-IF.
008600 4410-EXIT.
008610     EXIT.
008620
008630******************************************************************
008640*   4500-POST-CUSTOMER                                           *
008650*   ASSIGNS THE NEXT ACCOUNT NUMBER, WRITES THE REPAIRED         *
008660*   CUSTOMER TO CUSTOMER-MASTER, AND AUDIT-LOGS BOTH FIELDS AS   *
008670*   AN ACCEPT, EXACTLY AS THE INTAKE BATCH WOULD HAVE.           *
008680******************************************************************
008690 4500-POST-CUSTOMER.
008700     ADD 1 TO CIF-LAST-ACCT-NO.
008710     MOVE CIF-LAST-ACCT-NO TO CIF-CUST-KEY.
008720     MOVE CIF-NEW-NAME     TO CIF-CUST-NAME.
008730     MOVE CIF-NEW-DEPT     TO CIF-CUST-DEPT.
008740     MOVE CIF-RUN-DATE     TO CIF-CUST-ENTRY-DATE.
008750     MOVE CIF-RUN-TIME     TO CIF-CUST-ENTRY-TIME.
008760     MOVE CIF-OPERATOR-ID  TO CIF-CUST-OPERATOR-ID.
008770     MOVE 'A'              TO CIF-CUST-STATUS.
008780     MOVE SPACE            TO CIF-CUST-ACK-FLAG.
008790     MOVE SPACE            TO CIF-CUST-XTR-FLAG.
008800     MOVE CIF-NEW-STREET   TO CIF-CUST-ADDR-STREET.
008810     MOVE CIF-NEW-CITY     TO CIF-CUST-ADDR-CITY.
008820     MOVE CIF-NEW-STATE    TO CIF-CUST-ADDR-STATE.
008830     MOVE CIF-NEW-ZIP      TO CIF-CUST-ADDR-ZIP.
008840     MOVE CIF-NEW-PHONE    TO CIF-CUST-PHONE.
008850     MOVE CIF-NEW-BRANCH   TO CIF-CUST-BRANCH.
008860     MOVE SPACE            TO CIF-CUST-LTR-FLAG.
008870     MOVE CIF-RUN-DATE     TO CIF-CUST-LAST-ACT-DATE.
008880     MOVE SPACES           TO CIF-CUST-NOTICE-DATE.
008890     MOVE SPACE            TO CIF-CUST-UNDELIV-FLAG.
008900     MOVE ZERO             TO CIF-CUST-BALANCE.
008910     MOVE SPACES           TO CIF-CUST-FILLER.
008920
008930     WRITE CUSTOMER-MASTER-RECORD
008940         INVALID KEY
008950             DISPLAY 'CUSTOMER-MASTER WRITE FAILED - KEY '
008960                 CIF-CUST-KEY ' STATUS ' CIF-CUSTMAST-STATUS
008970             SUBTRACT 1 FROM CIF-LAST-ACCT-NO
008980         NOT INVALID KEY
008990             MOVE 'Y' TO CIF-POSTED-SWITCH
009000             ADD 1 TO CIF-RECS-POSTED
009010             DISPLAY 'ACCOUNT ' CIF-CUST-KEY
009020                 ' POSTED TO CUSTOMER-MASTER'
009030             MOVE CIF-CUST-KEY TO CIF-AUD-ACCT-NO
009040             MOVE 'NAME'       TO CIF-AUD-FIELD-ID
009050             MOVE CIF-NEW-NAME TO CIF-AUD-VALUE
009060             MOVE 'ACCEPTED'   TO CIF-AUD-STATUS
009070             PERFORM 3000-WRITE-AUDIT-ENTRY THRU 3000-EXIT
009080             MOVE CIF-CUST-KEY TO CIF-AUD-ACCT-NO
009090             MOVE 'DEPARTMENT' TO CIF-AUD-FIELD-ID
009100             MOVE CIF-NEW-DEPT TO CIF-AUD-VALUE
009110             MOVE 'ACCEPTED'   TO CIF-AUD-STATUS
009120             PERFORM 3000-WRITE-AUDIT-ENTRY THRU 3000-EXIT
009130     END-WRITE.
009140 4500-EXIT.
009150     EXIT.
009160
009170******************************************************************
009180*   5000-EDIT-NAME                                               *
009190*   VALIDATES CIF-NEW-NAME UNDER THE INTAKE NAME EDIT RULES -    *
009200*   ALPHABETIC CONTENT, MINIMUM LENGTH, AND NO LEADING SPACES.   *
009210*   LENGTH IS THE WHOLE FIELD WITH TRAILING SPACES TRIMMED, NOT  *
009220*   JUST ITS FIRST WORD.                                         *
009230******************************************************************
009240 5000-EDIT-NAME.
009250     MOVE 'N' TO CIF-NAME-VALID-SWITCH.
009260     MOVE SPACES TO CIF-NAME-REJECT-REASON.
009270     MOVE ZERO TO CIF-NAME-LENGTH.
009280     PERFORM 5010-SCAN-NAME-CHAR THRU 5010-EXIT
009290         VARYING CIF-SCAN-IDX FROM 50 BY -1
009300         UNTIL CIF-SCAN-IDX < 1 OR CIF-NAME-LENGTH NOT = ZERO.
009310
009320     IF CIF-NEW-NAME = SPACES
009330         MOVE 'NO NAME ENTERED !' TO CIF-NAME-REJECT-REASON
009340     ELSE
009350         IF CIF-NEW-NAME = CIF-DEFAULT-NAME-TEXT
009360             MOVE 'DEFAULT VALUE NOT CHANGED'
009370                 TO CIF-NAME-REJECT-REASON
009380         ELSE
009390             IF CIF-NEW-NAME(1:1) = SPACE
009400                 MOVE 'LEADING SPACE NOT ALLOWED'
009410                     TO CIF-NAME-REJECT-REASON
009420             ELSE
009430                 IF CIF-NEW-NAME IS NOT ALPHABETIC
009440                     MOVE 'NON-ALPHABETIC CHARACTERS'
009450                         TO CIF-NAME-REJECT-REASON
009460                 ELSE
009470                     IF CIF-NAME-LENGTH < 2
009480                         MOVE 'NAME TOO SHORT'
009490                             TO CIF-NAME-REJECT-REASON
009500                     ELSE
009510                         MOVE 'Y' TO CIF-NAME-VALID-SWITCH
009520                     END-IF
009530                 END-IF
009540             END-IF
009550         END-IF
009560     END-IF.
009570 5000-EXIT.
009580     EXIT.
009590
009600******************************************************************
009610*   5010-SCAN-NAME-CHAR                                          *
009620*   BACKWARD CHARACTER SCAN PERFORMED BY 5000-EDIT-NAME TO FIND  *
009630*   THE LENGTH OF CIF-NEW-NAME WITH TRAILING SPACES TRIMMED OFF. *
009640******************************************************************
009650 5010-SCAN-NAME-CHAR.
009660     IF CIF-NEW-NAME(CIF-SCAN-IDX:1) NOT = SPACE
009670         MOVE CIF-SCAN-IDX TO CIF-NAME-LENGTH
009680     END-IF.
009690 5010-EXIT.
009700     EXIT.
009710
009720******************************************************************
009730*   5100-EDIT-DEPT                                               *
009740*   VALIDATES CIF-NEW-DEPT UNDER THE INTAKE DEPARTMENT EDIT      *
009750*   RULES - MINIMUM LENGTH AND NO LEADING SPACES.  NUMERICS ARE  *
009760*   ALLOWED SINCE A DEPARTMENT CODE OR ADDRESS LINE MAY          *
009770*   LEGITIMATELY CONTAIN DIGITS.                                 *
009780******************************************************************
009790 5100-EDIT-DEPT.
009800     MOVE 'N' TO CIF-DEPT-VALID-SWITCH.
009810     MOVE SPACES TO CIF-DEPT-REJECT-REASON.
009820     MOVE ZERO TO CIF-DEPT-LENGTH.
009830     PERFORM 5110-SCAN-DEPT-CHAR THRU 5110-EXIT
009840         VARYING CIF-SCAN-IDX FROM 50 BY -1
009850         UNTIL CIF-SCAN-IDX < 1 OR CIF-DEPT-LENGTH NOT = ZERO.
009860
009870     IF CIF-NEW-DEPT = SPACES
009880         MOVE 'NO DEPARTMENT ENTERED' TO CIF-DEPT-REJECT-REASON
009890     ELSE
009900         IF CIF-NEW-DEPT = CIF-DEFAULT-DEPT-TEXT
009910             MOVE 'DEFAULT VALUE NOT CHANGED'
009920                 TO CIF-DEPT-REJECT-REASON
009930         ELSE
009940             IF CIF-NEW-DEPT(1:1) = SPACE
009950                 MOVE 'LEADING SPACE NOT ALLOWED'
009960                     TO CIF-DEPT-REJECT-REASON
009970             ELSE
009980                 IF CIF-DEPT-LENGTH < 2
009990                     MOVE 'DEPARTMENT TOO SHORT'
010000                         TO CIF-DEPT-REJECT-REASON
010010                 ELSE
010020                     PERFORM 5150-CHECK-DEPT-TABLE
010030                         THRU 5150-EXIT
010040                 END-IF
010050             END-IF
010060         END-IF
010070     END-IF.
010080 5100-EXIT.
010090     EXIT.
010100
010110******************************************************************
010120*   5110-SCAN-DEPT-CHAR                                          *
010130*   BACKWARD CHARACTER SCAN PERFORMED BY 5100-EDIT-DEPT TO FIND  *
010140*   THE LENGTH OF CIF-NEW-DEPT WITH TRAILING SPACES TRIMMED OFF. *
010150******************************************************************
010160 5110-SCAN-DEPT-CHAR.
010170     IF CIF-NEW-DEPT(CIF-SCAN-IDX:1) NOT = SPACE
010180         MOVE CIF-SCAN-IDX TO CIF-DEPT-LENGTH
010190     END-IF.
010200 5110-EXIT.
010210     EXIT.
010220
010230******************************************************************
010240*   5150-CHECK-DEPT-TABLE                                       *
010250*   TAIL OF THE DEPARTMENT EDIT - A DEPARTMENT THAT PASSES THE   *
010260*   FORMAT RULES MUST ALSO BE ON THE DEPARTMENT REFERENCE FILE   *
010270*   AND STILL ACTIVE BEFORE IT IS ACCEPTED.                      *
010280******************************************************************
010290 5150-CHECK-DEPT-TABLE.
010300     PERFORM 5160-MATCH-DEPT THRU 5160-EXIT
010310         VARYING CIF-DPT-IDX FROM 1 BY 1
010320         UNTIL CIF-DPT-IDX > CIF-DPT-COUNT
010330             OR CIF-DEPT-VALID
010340             OR CIF-DEPT-REJECT-REASON NOT = SPACES.
010350     IF NOT CIF-DEPT-VALID AND
010360             CIF-DEPT-REJECT-REASON = SPACES
010370         MOVE 'DEPARTMENT NOT ON REFERENCE FILE'
010380             TO CIF-DEPT-REJECT-REASON
010390     END-IF.
010400 5150-EXIT.
010410     EXIT.
010420
010430******************************************************************
010440*   5160-MATCH-DEPT                                             *
010450*   COMPARES ONE DEPARTMENT TABLE ENTRY AGAINST THE ENTRY IN     *
010460*   HAND.                                                        *
010470******************************************************************
010480 5160-MATCH-DEPT.
010490     IF CIF-DPTBL-NAME (CIF-DPT-IDX) = CIF-NEW-DEPT
010500         IF CIF-DPTBL-ACTIVE-SW (CIF-DPT-IDX) = 'Y'
010510             MOVE 'Y' TO CIF-DEPT-VALID-SWITCH
010520         ELSE
010530             MOVE 'DEPARTMENT RETIRED'
010540                 TO CIF-DEPT-REJECT-REASON
010550         END-IF
010560     END-IF.
010570 5160-EXIT.
010580     EXIT.
010590
010600******************************************************************
010610*   5200-EDIT-ADDRESS                                            *
010620*   VALIDATES THE CORRECTED ADDRESS BLOCK UNDER THE INTAKE       *
010630*   ADDRESS EDIT RULES - STREET NOT BLANK, NO LEADING SPACE AND  *
010640*   MINIMUM LENGTH; CITY NOT BLANK WITH NO LEADING SPACE; STATE  *
010650*   TWO ALPHABETIC CHARACTERS; ZIP FIVE DIGITS.                  *
010660******************************************************************
010670 5200-EDIT-ADDRESS.
010680     MOVE 'N' TO CIF-ADDR-VALID-SWITCH.
010690     MOVE SPACES TO CIF-ADDR-REJECT-REASON.
010700     MOVE ZERO TO CIF-STREET-LENGTH.
010710     PERFORM 5210-SCAN-STREET-CHAR THRU 5210-EXIT
010720         VARYING CIF-SCAN-IDX FROM 30 BY -1
010730         UNTIL CIF-SCAN-IDX < 1 OR CIF-STREET-LENGTH NOT = ZERO.
010740
010750     IF CIF-NEW-STREET = SPACES
010760         MOVE 'NO STREET ADDRESS ENTERED'
010770             TO CIF-ADDR-REJECT-REASON
010780     ELSE
010790         IF CIF-NEW-STREET(1:1) = SPACE
010800             MOVE 'LEADING SPACE NOT ALLOWED'
010810                 TO CIF-ADDR-REJECT-REASON
010820         ELSE
010830             IF CIF-STREET-LENGTH < 2
010840                 MOVE 'STREET ADDRESS TOO SHORT'
010850                     TO CIF-ADDR-REJECT-REASON
010860             ELSE
010870                 IF CIF-NEW-CITY = SPACES
010880                     MOVE 'NO CITY ENTERED'
010890                         TO CIF-ADDR-REJECT-REASON
010900                 ELSE
010910                     IF CIF-NEW-CITY(1:1) = SPACE
010920                         MOVE 'LEADING SPACE NOT ALLOWED'
010930                             TO CIF-ADDR-REJECT-REASON
010940                     ELSE
010950                         PERFORM 5220-EDIT-STATE-ZIP
010960                             THRU 5220-EXIT
010970                     END-IF
010980                 END-IF
010990             END-IF
011000         END-IF
011010     END-IF.
011020 5200-EXIT.
011030     EXIT.
011040
011050******************************************************************
011060*   5210-SCAN-STREET-CHAR                                        *
011070*   BACKWARD CHARACTER SCAN PERFORMED BY 5200-EDIT-ADDRESS TO    *
011080*   FIND THE LENGTH OF CIF-NEW-STREET WITH TRAILING SPACES       *
011090*   TRIMMED OFF.                                                 *
011100******************************************************************
011110 5210-SCAN-STREET-CHAR.
011120     IF CIF-NEW-STREET(CIF-SCAN-IDX:1) NOT = SPACE
011130         MOVE CIF-SCAN-IDX TO CIF-STREET-LENGTH
011140     END-IF.
011150 5210-EXIT.
011160     EXIT.
011170
011180******************************************************************
011190*   5220-EDIT-STATE-ZIP                                          *
011200*   TAIL OF THE ADDRESS EDIT - STATE AND ZIP RULES, PERFORMED    *
011210*   ONLY ONCE STREET AND CITY HAVE PASSED THEIRS.                *
011220******************************************************************
011230 5220-EDIT-STATE-ZIP.
011240     IF CIF-NEW-STATE = SPACES OR
011250             CIF-NEW-STATE IS NOT ALPHABETIC OR
011260             CIF-NEW-STATE(2:1) = SPACE
011270         MOVE 'STATE MUST BE TWO LETTERS'
011280             TO CIF-ADDR-REJECT-REASON
011290     ELSE
011300         IF CIF-NEW-ZIP IS NOT NUMERIC
011310             MOVE 'ZIP MUST BE FIVE DIGITS'
011320                 TO CIF-ADDR-REJECT-REASON
011330         ELSE
011340             MOVE 'Y' TO CIF-ADDR-VALID-SWITCH
011350         END-IF
011360     END-IF.
011370 5220-EXIT.
011380     EXIT.
011390
011400******************************************************************
011410*   5300-EDIT-PHONE                                              *
011420*   VALIDATES CIF-NEW-PHONE UNDER THE INTAKE PHONE EDIT RULE -   *
011430*   TEN DIGITS, NO BLANKS.                                       *
011440******************************************************************
011450 5300-EDIT-PHONE.
011460     MOVE 'N' TO CIF-PHONE-VALID-SWITCH.
011470     MOVE SPACES TO CIF-PHONE-REJECT-REASON.
011480     IF CIF-NEW-PHONE = SPACES
011490         MOVE 'NO PHONE NUMBER ENTERED'
011500             TO CIF-PHONE-REJECT-REASON
011510     ELSE
011520         IF CIF-NEW-PHONE IS NOT NUMERIC
011530             MOVE 'PHONE MUST BE TEN DIGITS'
011540                 TO CIF-PHONE-REJECT-REASON
011550         ELSE
011560             MOVE 'Y' TO CIF-PHONE-VALID-SWITCH
011570         END-IF
011580     END-IF.
011590 5300-EXIT.
011600     EXIT.
011610
011620******************************************************************
011630*   5400-EDIT-BRANCH                                             *
011640*   VALIDATES THE BRANCH CODE AGAINST THE BRANCH REFERENCE       *
011650*   TABLE LOADED AT STARTUP - ONLY A BRANCH ON THE FILE AND      *
011660*   STILL ACTIVE IS ACCEPTED, AS AT INTAKE.                      *
011670******************************************************************
011680 5400-EDIT-BRANCH.
011690     MOVE 'N' TO CIF-BRANCH-VALID-SWITCH.
011700     MOVE SPACES TO CIF-BRANCH-REJECT-REASON.
011710     IF CIF-NEW-BRANCH = SPACES
011720         MOVE 'NO BRANCH CODE ENTERED'
011730             TO CIF-BRANCH-REJECT-REASON
011740         GO TO 5400-EXIT
011750     END-IF.
011760     PERFORM 5410-MATCH-BRANCH THRU 5410-EXIT
011770         VARYING CIF-BRN-IDX FROM 1 BY 1
011780         UNTIL CIF-BRN-IDX > CIF-BRN-COUNT
011790             OR CIF-BRANCH-VALID
011800             OR CIF-BRANCH-REJECT-REASON NOT = SPACES.
011810     IF NOT CIF-BRANCH-VALID AND
011820             CIF-BRANCH-REJECT-REASON = SPACES
011830         MOVE 'BRANCH NOT ON REFERENCE FILE'
011840             TO CIF-BRANCH-REJECT-REASON
011850     END-IF.
011860 5400-EXIT.
011870     EXIT.
011880
011890******************************************************************
011900*   5410-MATCH-BRANCH                                            *
011910*   COMPARES ONE BRANCH TABLE ENTRY AGAINST THE CODE KEYED.      *
011920******************************************************************
011930 5410-MATCH-BRANCH.
011940     IF CIF-BRTBL-CODE (CIF-BRN-IDX) = CIF-NEW-BRANCH
011950         IF CIF-BRTBL-ACTIVE-SW (CIF-BRN-IDX) = 'Y'
011960             MOVE 'Y' TO CIF-BRANCH-VALID-SWITCH
011970         ELSE
011980             MOVE 'BRANCH NOT ACTIVE'
011990                 TO CIF-BRANCH-REJECT-REASON
012000         END-IF
012010     END-IF.
012020 5410-EXIT.
012030     EXIT.
012040
012050******************************************************************
012060*   6000-DROP-ENTRY                                              *
012070*   REMOVES AN ENTRY FROM THE BACKLOG WITHOUT POSTING IT,        *
012080*   AFTER OPERATOR CONFIRMATION.  THE DROP IS AUDIT-LOGGED SO    *
012090*   A SUSPENDED ENTRY CANNOT SIMPLY VANISH.                      *
012100******************************************************************
012110 6000-DROP-ENTRY.
012120     IF NOT CIF-SIGNON-SUPERVISOR
012130         DISPLAY 'SUPERVISOR AUTHORITY REQUIRED TO DROP - '
012140             'ENTRY STAYS ON SUSPENSE'
012150         PERFORM 7000-RETAIN-ENTRY THRU 7000-EXIT
012160         GO TO 6000-EXIT
012170     END-IF.
012180     DISPLAY 'DROP THIS ENTRY WITHOUT POSTING - CONFIRM (Y/N) ? '.
012190     ACCEPT CIF-DISPOSITION.
012200     IF CIF-DISPOSITION = 'Y' OR CIF-DISPOSITION = 'y'
012210         ADD 1 TO CIF-RECS-DROPPED
012220         MOVE CIF-SUSP-FIELD-ID TO CIF-AUD-FIELD-ID
012230         MOVE CIF-SUSP-VALUE    TO CIF-AUD-VALUE
012240         MOVE 'DROPPED'         TO CIF-AUD-STATUS
012250         MOVE ZERO              TO CIF-AUD-ACCT-NO
012260         PERFORM 3000-WRITE-AUDIT-ENTRY THRU 3000-EXIT
012270         DISPLAY 'ENTRY DROPPED'
012280     ELSE
012290         DISPLAY 'DROP NOT CONFIRMED - ENTRY STAYS ON SUSPENSE'
012300         PERFORM 7000-RETAIN-ENTRY THRU 7000-EXIT
012310     END-IF.
012320 6000-EXIT.
012330     EXIT.
012340
012350******************************************************************
012360*   7000-RETAIN-ENTRY                                            *
012370*   CARRIES THE ENTRY FORWARD UNCHANGED TO THE REWORKED          *
012380*   SUSPENSE FILE.                                               *
012390******************************************************************
012400 7000-RETAIN-ENTRY.
012410     MOVE SUSPENSE-RECORD TO CIF-SUSPOUT-RECORD.
012420     WRITE CIF-SUSPOUT-RECORD.
012430     ADD 1 TO CIF-RECS-RETAINED.
012440 7000-EXIT.
012450     EXIT.
012460
012470******************************************************************
012480*   8000-RECONCILE-TOTALS                                        *
012490*   TIES ENTRIES READ AGAINST ENTRIES POSTED, RETAINED AND       *
012500*   DROPPED.  A MISMATCH FAILS THE JOB WITH A NON-ZERO RETURN    *
012510*   CODE.                                                        *
012520******************************************************************
012530 8000-RECONCILE-TOTALS.
012540     DISPLAY '***************************************'.
012550     DISPLAY '* SUSPENSE CORRECTION RECONCILIATION   *'.
012560     DISPLAY '* ENTRIES READ     : ' CIF-RECS-READ.
012570     DISPLAY '* ENTRIES POSTED   : ' CIF-RECS-POSTED.
012580     DISPLAY '* ENTRIES RETAINED : ' CIF-RECS-RETAINED.
012590     DISPLAY '* ENTRIES DROPPED  : ' CIF-RECS-DROPPED.
012600     DISPLAY '***************************************'.
012610
012620     IF CIF-RECS-READ = CIF-RECS-POSTED + CIF-RECS-RETAINED
012630             + CIF-RECS-DROPPED
012640         DISPLAY 'RECONCILIATION OK - CONTROL TOTALS TIE'
012650         MOVE 0 TO RETURN-CODE
012660     ELSE
012670         DISPLAY 'RECONCILIATION FAILED - CONTROL TOTALS '
012680             'DO NOT TIE - JOB FAILING'
012690         MOVE 16 TO RETURN-CODE
012700     END-IF.
012710 8000-EXIT.
012720     EXIT.
012730
012740******************************************************************
012750*   9000-TERMINATE                                               *
012760*   REWRITES THE ACCOUNT SEQUENCE CONTROL FILE WITH THE LAST     *
012770*   ACCOUNT NUMBER ISSUED AND CLOSES ALL FILES.  THE REWORKED    *
012780*   SUSPENSE FILE REPLACES THE OLD LISTING AFTER THE RUN.        *
012790******************************************************************
012800 9000-TERMINATE.
012810     IF CIF-ACCTSEQ-OPEN
012820         IF NOT CIF-ABORT
012830             MOVE CIF-LAST-ACCT-NO TO CIF-SEQ-LAST-ACCT
012840             REWRITE ACCT-SEQUENCE-RECORD
012850         END-IF
012860         CLOSE ACCT-SEQUENCE-FILE
012870     END-IF.
012880     IF CIF-CUSTMAST-OPEN
012890         CLOSE CUSTOMER-MASTER
012900     END-IF.
012910     IF CIF-SUSP-OPEN
012920         CLOSE SUSPENSE-FILE
012930     END-IF.
012940     IF CIF-OUTPUTS-OPEN
012950         CLOSE SUSPENSE-OUT-FILE
012960         CLOSE AUDIT-FILE
012970     END-IF.
012980 9000-EXIT.
012990     EXIT.
013000
013010 END PROGRAM SUSPFIX.
