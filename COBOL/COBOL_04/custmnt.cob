000460*   09/02/26   JPL   OPERATOR RECORDS NOW CARRY AN AUTHORITY     *
000470*                    LEVEL - THE X (DELETE) FUNCTION NOW NEEDS   *
000480*                    SUPERVISOR AUTHORITY.                       *
000490*   10/15/26   JPL   NAME, ADDRESS AND PHONE CORRECTIONS - THE   *
000500*                    CHANGES A CUSTOMER ASKS FOR - NOW STAMP     *
000510*                    CIF-CUST-LAST-ACT-DATE AND CLEAR ANY        *
000520*                    OUTSTANDING DORMANCY NOTICE.                *
000530*   10/15/26   JPL   A CORRECTED ADDRESS CLEARS THE              *
000540*                    UNDELIVERABLE-ADDRESS FLAG SET BY MAILRTN.  *
000550*                                                                *
000560******************************************************************
000570 IDENTIFICATION DIVISION.
000580 PROGRAM-ID. CUSTMNT.
000590
000600 ENVIRONMENT DIVISION.
000610 INPUT-OUTPUT SECTION.
000620 FILE-CONTROL.
000630     SELECT CUSTOMER-MASTER ASSIGN TO CUSTMAST
000640         ORGANIZATION IS INDEXED
000650         ACCESS MODE IS RANDOM
000660         RECORD KEY IS CIF-CUST-KEY
000670         ALTERNATE RECORD KEY IS CIF-CUST-NAME
000680             WITH DUPLICATES
000690         FILE STATUS IS CIF-CUSTMAST-STATUS.
000700
000710     SELECT OPERATOR-SECURITY ASSIGN TO OPERSEC
000720         ORGANIZATION IS SEQUENTIAL
000730         FILE STATUS IS CIF-OPERSEC-STATUS.
000740
000750     SELECT AUDIT-FILE ASSIGN TO AUDITLOG
000760         ORGANIZATION IS LINE SEQUENTIAL
000770         FILE STATUS IS CIF-AUDIT-STATUS.
000780
000790     SELECT DEPARTMENT-REFERENCE ASSIGN TO DEPTREF
000800         ORGANIZATION IS SEQUENTIAL
000810         FILE STATUS IS CIF-DEPTREF-STATUS.
000820
000830 DATA DIVISION.
000840 FILE SECTION.
000850 FD  CUSTOMER-MASTER.
000860     COPY CUSTREC.
000870
000880 FD  OPERATOR-SECURITY.
000890     COPY OPERREC.
000900
000910 FD  AUDIT-FILE.
000920     COPY AUDITREC.
000930
000940 FD  DEPARTMENT-REFERENCE.
000950     COPY DEPTREC.
000960
000970 WORKING-STORAGE SECTION.
000980******************************************************************
000990*   FILE STATUS FIELDS                                          *
001000******************************************************************
001010 01  CIF-FILE-STATUSES.
001020     05  CIF-CUSTMAST-STATUS     PIC X(02) VALUE '00'.
001030     05  CIF-AUDIT-STATUS        PIC X(02) VALUE '00'.
001040     05  CIF-OPERSEC-STATUS      PIC X(02) VALUE '00'.
001050     05  CIF-DEPTREF-STATUS      PIC X(02) VALUE '00'.
001060
001070******************************************************************
001080*   SWITCHES                                                    *
001090******************************************************************
001100 01  CIF-SWITCHES.
001110     05  CIF-EOJ-SWITCH          PIC X(01) VALUE 'N'.
001120         88  CIF-EOJ                        VALUE 'Y'.
001130     05  CIF-ABORT-SWITCH        PIC X(01) VALUE 'N'.
001140         88  CIF-ABORT                      VALUE 'Y'.
001150     05  CIF-OPERSEC-EOF-SWITCH  PIC X(01) VALUE 'N'.
001160         88  CIF-OPERSEC-EOF                VALUE 'Y'.
001170     05  CIF-SIGNON-OK-SWITCH    PIC X(01) VALUE 'N'.
001180         88  CIF-SIGNON-OK                  VALUE 'Y'.
001190     05  CIF-CUST-FOUND-SWITCH   PIC X(01) VALUE 'N'.
001200         88  CIF-CUST-FOUND                 VALUE 'Y'.
001210     05  CIF-NAME-VALID-SWITCH   PIC X(01) VALUE 'N'.
001220         88  CIF-NAME-VALID                 VALUE 'Y'.
001230     05  CIF-DEPT-VALID-SWITCH   PIC X(01) VALUE 'N'.
001240         88  CIF-DEPT-VALID                 VALUE 'Y'.
001250     05  CIF-ADDR-VALID-SWITCH   PIC X(01) VALUE 'N'.
001260         88  CIF-ADDR-VALID                 VALUE 'Y'.
001270     05  CIF-PHONE-VALID-SWITCH  PIC X(01) VALUE 'N'.
001280         88  CIF-PHONE-VALID                VALUE 'Y'.
001290     05  CIF-DEPTS-EOF-SWITCH    PIC X(01) VALUE 'N'.
001300         88  CIF-DEPTS-EOF                  VALUE 'Y'.
001310
001320******************************************************************
001330*   COUNTERS                                                    *
001340******************************************************************
001350 01  CIF-COUNTERS.
001360     05  CIF-RECS-CHANGED        PIC 9(06) COMP VALUE ZERO.
001370     05  CIF-RECS-DELETED        PIC 9(06) COMP VALUE ZERO.
001380     05  CIF-NAME-LENGTH         PIC 9(03) COMP VALUE ZERO.
001390     05  CIF-DEPT-LENGTH         PIC 9(03) COMP VALUE ZERO.
001400     05  CIF-STREET-LENGTH       PIC 9(03) COMP VALUE ZERO.
001410     05  CIF-SCAN-IDX            PIC 9(02) COMP VALUE ZERO.
001420     05  CIF-SIGNON-TRIES        PIC 9(01) COMP VALUE ZERO.
001430     05  CIF-OPER-IDX            PIC 9(03) COMP VALUE ZERO.
001440     05  CIF-OPER-COUNT          PIC 9(03) COMP VALUE ZERO.
001450     05  CIF-DPT-IDX             PIC 9(03) COMP VALUE ZERO.
001460     05  CIF-DPT-COUNT           PIC 9(03) COMP VALUE ZERO.
001470
001480******************************************************************
001490*   MISCELLANEOUS WORKING FIELDS                                 *
001500******************************************************************
001510 01  CIF-DEFAULTS.
001520     05  CIF-DEFAULT-NAME-TEXT   PIC A(50) VALUE 'Variable text'.
001530     05  CIF-DEFAULT-DEPT-TEXT   PIC X(50)
001540         VALUE 'Variable Alphanumeric with 9'.
001550
001560 01  CIF-MISC-WORK.
001570     05  CIF-OPERATOR-ID         PIC X(08) VALUE SPACES.
001580     05  CIF-SIGNON-AUTH-LEVEL   PIC X(01) VALUE SPACE.
001590         88  CIF-SIGNON-SUPERVISOR          VALUE 'S'.
001600     05  CIF-RUN-DATE            PIC X(08).
001610     05  CIF-RUN-TIME            PIC X(08).
001620     05  CIF-ACCT-REQUEST        PIC 9(09) VALUE ZERO.
001630     05  CIF-FUNCTION-CODE       PIC X(01) VALUE SPACE.
001640     05  CIF-NEW-STATUS          PIC X(01) VALUE SPACE.
001650     05  CIF-RESPONSE            PIC X(01) VALUE SPACE.
001660     05  CIF-NEW-NAME            PIC A(50) VALUE SPACES.
001670     05  CIF-NEW-DEPT            PIC X(50) VALUE SPACES.
001680     05  CIF-NEW-STREET          PIC X(30) VALUE SPACES.
001690     05  CIF-NEW-CITY            PIC X(20) VALUE SPACES.
001700     05  CIF-NEW-STATE           PIC X(02) VALUE SPACES.
001710     05  CIF-NEW-ZIP             PIC X(05) VALUE SPACES.
001720     05  CIF-NEW-PHONE           PIC X(10) VALUE SPACES.
001730     05  CIF-NAME-REJECT-REASON  PIC X(40) VALUE SPACES.
001740     05  CIF-DEPT-REJECT-REASON  PIC X(40) VALUE SPACES.
001750     05  CIF-ADDR-REJECT-REASON  PIC X(40) VALUE SPACES.
001760     05  CIF-PHONE-REJECT-REASON PIC X(40) VALUE SPACES.
001770
001780******************************************************************
001790*   OPERATOR SECURITY TABLE                                      *
001800*   THE SECURITY FILE IS SMALL (A HANDFUL OF OPERATORS) AND IS   *
001810*   LOADED HERE AT STARTUP SO SIGN-ON RETRIES DO NOT RE-READ     *
001820*   THE FILE.                                                    *
001830******************************************************************
001840 01  CIF-OPERATOR-TABLE.
001850     05  CIF-OPER-ENTRY OCCURS 50 TIMES.
001860         10  CIF-OPTBL-ID        PIC X(08).
001870         10  CIF-OPTBL-NAME      PIC X(30).
001880         10  CIF-OPTBL-ACTIVE-SW PIC X(01).
001890         10  CIF-OPTBL-AUTH-LVL  PIC X(01).
001900
001910******************************************************************
001920*   DEPARTMENT REFERENCE TABLE                                   *
001930*   THE DEPARTMENT REFERENCE FILE IS LOADED HERE AT STARTUP SO   *
001940*   THE DEPARTMENT EDIT DOES NOT RE-READ THE FILE PER ENTRY.     *
001950******************************************************************
001960 01  CIF-DEPT-TABLE.
001970     05  CIF-DEPT-ENTRY OCCURS 100 TIMES.
001980         10  CIF-DPTBL-NAME      PIC X(50).
001990         10  CIF-DPTBL-ACTIVE-SW PIC X(01).
002000
002010 PROCEDURE DIVISION.
002020******************************************************************
002030*   0000-MAINLINE                                                *
002040*   TOP-LEVEL CONTROL OF THE MAINTENANCE SESSION.                *
002050******************************************************************
002060 0000-MAINLINE.
002070     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002080     IF NOT CIF-ABORT
002090         PERFORM 2000-PROCESS-REQUEST THRU 2000-EXIT
002100             UNTIL CIF-EOJ
002110     END-IF.
002120     PERFORM 9000-TERMINATE THRU 9000-EXIT.
002130     STOP RUN.
002140
002150******************************************************************
002160*   1000-INITIALIZE                                              *
002170*   OPENS THE MASTER FOR UPDATE AND THE AUDIT LOG FOR APPEND.    *
002180*   THE MASTER IS NOT CREATED HERE - THERE IS NOTHING TO         *
002190*   MAINTAIN UNTIL THE INTAKE PROGRAM HAS BUILT IT.              *
002200******************************************************************
002210 1000-INITIALIZE.
002220     ACCEPT CIF-RUN-DATE FROM DATE YYYYMMDD.
002230     ACCEPT CIF-RUN-TIME FROM TIME.
002240     PERFORM 1050-LOAD-OPERATORS THRU 1050-EXIT.
002250     PERFORM 1060-SIGN-ON THRU 1060-EXIT.
002260     IF CIF-ABORT
002270         GO TO 1000-EXIT
002280     END-IF.
002290     PERFORM 1085-LOAD-DEPTS THRU 1085-EXIT.
002300
002310     OPEN I-O CUSTOMER-MASTER.
002320     IF CIF-CUSTMAST-STATUS NOT = '00'
002330         DISPLAY 'CUSTMNT - CUSTOMER-MASTER OPEN FAILED - '
002340             'STATUS ' CIF-CUSTMAST-STATUS
002350         MOVE 16 TO RETURN-CODE
002360         MOVE 'Y' TO CIF-ABORT-SWITCH
002370     ELSE
002380         OPEN EXTEND AUDIT-FILE
002390         IF CIF-AUDIT-STATUS NOT = '00'
002400             OPEN OUTPUT AUDIT-FILE
002410         END-IF
002420     END-IF.
002430 1000-EXIT.
002440     EXIT.
002450
002460******************************************************************
002470*   1050-LOAD-OPERATORS                                          *
002480*   LOADS THE OPERATOR SECURITY FILE INTO THE SIGN-ON TABLE,     *
002490*   CREATING THE FILE WITH THE DEFAULT OPER01 ENTRY ON ITS       *
002500*   FIRST USE, THE SAME WAY THE INTAKE PROGRAM DOES.             *
002510******************************************************************
002520 1050-LOAD-OPERATORS.
002530     MOVE ZERO TO CIF-OPER-COUNT.
002540     MOVE 'N' TO CIF-OPERSEC-EOF-SWITCH.
002550     OPEN INPUT OPERATOR-SECURITY.
002560     IF CIF-OPERSEC-STATUS NOT = '00'
002570         OPEN OUTPUT OPERATOR-SECURITY
002580         MOVE 'OPER01'           TO CIF-OPER-ID
002590         MOVE 'DEFAULT OPERATOR' TO CIF-OPER-NAME
002600         MOVE 'Y'                TO CIF-OPER-ACTIVE-SW
002610         MOVE 'S'                TO CIF-OPER-AUTH-LEVEL
002620         MOVE SPACES             TO CIF-OPER-FILLER
002630         WRITE OPERATOR-SECURITY-RECORD
002640         CLOSE OPERATOR-SECURITY
002650         OPEN INPUT OPERATOR-SECURITY
002660     END-IF.
002670     PERFORM 1055-READ-OPERATOR THRU 1055-EXIT
002680         UNTIL CIF-OPERSEC-EOF.
002690     CLOSE OPERATOR-SECURITY.
002700 1050-EXIT.
002710     EXIT.
002720
002730******************************************************************
002740*   1055-READ-OPERATOR                                           *
002750*   READS ONE OPERATOR SECURITY RECORD INTO THE SIGN-ON TABLE.   *
002760******************************************************************
002770 1055-READ-OPERATOR.
002780     READ OPERATOR-SECURITY
002790         AT END
002800             MOVE 'Y' TO CIF-OPERSEC-EOF-SWITCH
002810         NOT AT END
002820             IF CIF-OPER-COUNT < 50
002830                 ADD 1 TO CIF-OPER-COUNT
002840                 MOVE CIF-OPER-ID TO CIF-OPTBL-ID (CIF-OPER-COUNT)
002850                 MOVE CIF-OPER-NAME
002860                     TO CIF-OPTBL-NAME (CIF-OPER-COUNT)
002870                 MOVE CIF-OPER-ACTIVE-SW
002880                     TO CIF-OPTBL-ACTIVE-SW (CIF-OPER-COUNT)
002890                 MOVE CIF-OPER-AUTH-LEVEL
002900                     TO CIF-OPTBL-AUTH-LVL (CIF-OPER-COUNT)
002910             END-IF
002920     END-READ.
002930     IF NOT CIF-OPERSEC-EOF
002940         IF CIF-OPERSEC-STATUS NOT = '00'
002950             DISPLAY 'CUSTMNT - OPERATOR SECURITY READ FAILED '
002960                 '- STATUS ' CIF-OPERSEC-STATUS
002970                 ' - SIGN-ON TABLE INCOMPLETE'
002980             MOVE 'Y' TO CIF-OPERSEC-EOF-SWITCH
002990         END-IF
003000     END-IF.
003010 1055-EXIT.
003020     EXIT.
003030
003040******************************************************************
003050*   1060-SIGN-ON                                                 *
003060*   GIVES THE OPERATOR THREE TRIES TO SIGN ON WITH AN ID THAT    *
003070*   IS ON THE SECURITY FILE AND STILL ACTIVE.  A FAILED SIGN-ON  *
003080*   CANCELS THE JOB BEFORE ANY OTHER FILE IS OPENED.             *
003090******************************************************************
003100 1060-SIGN-ON.
003110     MOVE ZERO TO CIF-SIGNON-TRIES.
003120     PERFORM 1070-SIGN-ON-TRY THRU 1070-EXIT
003130         UNTIL CIF-SIGNON-OK OR CIF-SIGNON-TRIES >= 3.
003140     IF NOT CIF-SIGNON-OK
003150         DISPLAY 'SIGN-ON FAILED - JOB CANCELLED'
003160         MOVE 16 TO RETURN-CODE
003170         MOVE 'Y' TO CIF-ABORT-SWITCH
003180     END-IF.
003190 1060-EXIT.
003200     EXIT.
003210
003220******************************************************************
003230*   1070-SIGN-ON-TRY                                             *
003240*   ONE SIGN-ON ATTEMPT - ACCEPTS THE OPERATOR ID AND SEARCHES   *
003250*   THE SECURITY TABLE FOR AN ACTIVE MATCH.                      *
003260******************************************************************
003270 1070-SIGN-ON-TRY.
003280     ADD 1 TO CIF-SIGNON-TRIES.
003290     DISPLAY 'ENTER OPERATOR ID : '.
003300     ACCEPT CIF-OPERATOR-ID.
003310     PERFORM 1080-MATCH-OPERATOR THRU 1080-EXIT
003320         VARYING CIF-OPER-IDX FROM 1 BY 1
003330         UNTIL CIF-OPER-IDX > CIF-OPER-COUNT OR CIF-SIGNON-OK.
003340     IF NOT CIF-SIGNON-OK
003350         DISPLAY 'OPERATOR NOT AUTHORIZED OR NOT ACTIVE'
003360     END-IF.
003370 1070-EXIT.
003380     EXIT.
003390
003400******************************************************************
003410*   1080-MATCH-OPERATOR                                          *
003420*   COMPARES ONE SECURITY TABLE ENTRY AGAINST THE ID KEYED.      *
003430******************************************************************
003440 1080-MATCH-OPERATOR.
003450     IF CIF-OPTBL-ID (CIF-OPER-IDX) = CIF-OPERATOR-ID AND
003460             CIF-OPTBL-ACTIVE-SW (CIF-OPER-IDX) = 'Y'
003470         MOVE 'Y' TO CIF-SIGNON-OK-SWITCH
003480         MOVE CIF-OPTBL-AUTH-LVL (CIF-OPER-IDX)
003490             TO CIF-SIGNON-AUTH-LEVEL
003500         DISPLAY 'SIGNED ON - ' CIF-OPERATOR-ID ' '
003510             CIF-OPTBL-NAME (CIF-OPER-IDX)
003520     END-IF.
003530 1080-EXIT.
003540     EXIT.
003550
003560******************************************************************
003570*   1085-LOAD-DEPTS                                             *
003580*   LOADS THE DEPARTMENT REFERENCE FILE INTO THE DEPARTMENT      *
003590*   TABLE, CREATING THE FILE WITH THE DEFAULT GENERAL ENTRY ON   *
003600*   ITS FIRST USE, THE SAME WAY THE OPERATOR SECURITY FILE IS    *
003610*   BOOTSTRAPPED.                                                *
003620******************************************************************
003630 1085-LOAD-DEPTS.
003640     MOVE ZERO TO CIF-DPT-COUNT.
003650     MOVE 'N' TO CIF-DEPTS-EOF-SWITCH.
003660     OPEN INPUT DEPARTMENT-REFERENCE.
003670     IF CIF-DEPTREF-STATUS NOT = '00'
003680         OPEN OUTPUT DEPARTMENT-REFERENCE
003690         MOVE 'GENERAL' TO CIF-DPT-NAME
003700         MOVE 'Y'       TO CIF-DPT-ACTIVE-SW
003710         MOVE SPACES    TO CIF-DPT-FILLER
003720         WRITE DEPARTMENT-REFERENCE-RECORD
003730         CLOSE DEPARTMENT-REFERENCE
003740         OPEN INPUT DEPARTMENT-REFERENCE
003750     END-IF.
003760     PERFORM 1086-READ-DEPT THRU 1086-EXIT
003770         UNTIL CIF-DEPTS-EOF.
003780     CLOSE DEPARTMENT-REFERENCE.
003790 1085-EXIT.
003800     EXIT.
003810
003820******************************************************************
003830*   1086-READ-DEPT                                              *
003840*   READS ONE DEPARTMENT REFERENCE RECORD INTO THE TABLE.        *
003850******************************************************************
003860 1086-READ-DEPT.
003870     READ DEPARTMENT-REFERENCE
003880         AT END
003890             MOVE 'Y' TO CIF-DEPTS-EOF-SWITCH
003900         NOT AT END
003910             IF CIF-DPT-COUNT < 100
003920                 ADD 1 TO CIF-DPT-COUNT
003930                 MOVE CIF-DPT-NAME
003940                     TO CIF-DPTBL-NAME (CIF-DPT-COUNT)
003950                 MOVE CIF-DPT-ACTIVE-SW
003960                     TO CIF-DPTBL-ACTIVE-SW (CIF-DPT-COUNT)
003970             END-IF
003980     END-READ.
003990     IF NOT CIF-DEPTS-EOF
004000         IF CIF-DEPTREF-STATUS NOT = '00'
004010             DISPLAY 'CUSTMNT - DEPARTMENT REFERENCE READ FAILED '
004020                 '- STATUS ' CIF-DEPTREF-STATUS
004030                 ' - DEPARTMENT TABLE INCOMPLETE'
004040             MOVE 'Y' TO CIF-DEPTS-EOF-SWITCH
004050         END-IF
004060     END-IF.
004070 1086-EXIT.
004080     EXIT.
004090
004100******************************************************************
004110*   2000-PROCESS-REQUEST                                         *
004120*   DRIVES ONE MAINTENANCE CYCLE - ACCOUNT NUMBER, RANDOM READ,  *
004130*   AND THE CHANGE OR DELETE FUNCTION THE OPERATOR SELECTS.      *
004140******************************************************************
004150 2000-PROCESS-REQUEST.
004160     PERFORM 2100-ACCEPT-ACCOUNT THRU 2100-EXIT.
004170
004180     IF CIF-ACCT-REQUEST = ZERO
004190         MOVE 'Y' TO CIF-EOJ-SWITCH
004200     ELSE
004210         PERFORM 2200-READ-CUSTOMER THRU 2200-EXIT
004220         IF CIF-CUST-FOUND
004230             PERFORM 2300-ACCEPT-FUNCTION THRU 2300-EXIT
004240             IF CIF-FUNCTION-CODE = 'N'
004250                 OR CIF-FUNCTION-CODE = 'n'
004260                 PERFORM 4000-CHANGE-NAME THRU 4000-EXIT
004270             ELSE
004280                 IF CIF-FUNCTION-CODE = 'D'
004290                     OR CIF-FUNCTION-CODE = 'd'
004300                     PERFORM 5000-CHANGE-DEPT THRU 5000-EXIT
004310                 ELSE
004320                     IF CIF-FUNCTION-CODE = 'X'
004330                         OR CIF-FUNCTION-CODE = 'x'
004340                         PERFORM 6000-DELETE-CUSTOMER
004350                             THRU 6000-EXIT
004360                     ELSE
004370                         IF CIF-FUNCTION-CODE = 'C'
004380                             OR CIF-FUNCTION-CODE = 'c'
004390                             PERFORM 7000-CHANGE-STATUS
004400                                 THRU 7000-EXIT
004410                         ELSE
004420                             PERFORM 2400-OTHER-FUNCTION
004430                                 THRU 2400-EXIT
004440                         END-IF
004450                     END-IF
004460                 END-IF
004470             END-IF
004480         END-IF
004490     END-IF.
004500 2000-EXIT.
004510     EXIT.
004520
004530******************************************************************
004540*   2100-ACCEPT-ACCOUNT                                          *
004550*   PROMPTS FOR AND ACCEPTS THE ACCOUNT NUMBER TO MAINTAIN.      *
004560******************************************************************
004570 2100-ACCEPT-ACCOUNT.
004580     DISPLAY 'ENTER ACCOUNT NUMBER TO MAINTAIN (0 TO END) : '.
004590     ACCEPT CIF-ACCT-REQUEST.
004600 2100-EXIT.
004610     EXIT.
004620
004630******************************************************************
004640*   2200-READ-CUSTOMER                                           *
004650*   RANDOM READ OF THE REQUESTED CUSTOMER-MASTER RECORD.  THE    *
004660*   RECORD FOUND IS DISPLAYED SO THE OPERATOR CAN CONFIRM IT IS  *
004670*   THE ONE TO BE CORRECTED BEFORE ANY CHANGE IS MADE.           *
004680******************************************************************
004690 2200-READ-CUSTOMER.
004700     MOVE 'N' TO CIF-CUST-FOUND-SWITCH.
004710     MOVE CIF-ACCT-REQUEST TO CIF-CUST-KEY.
004720     READ CUSTOMER-MASTER
004730         INVALID KEY
004740             DISPLAY 'ACCOUNT ' CIF-ACCT-REQUEST
004750                 ' NOT ON CUSTOMER-MASTER - STATUS '
004760                 CIF-CUSTMAST-STATUS
004770         NOT INVALID KEY
004780             MOVE 'Y' TO CIF-CUST-FOUND-SWITCH
004790             DISPLAY 'ACCOUNT    : ' CIF-CUST-KEY
004800             DISPLAY 'NAME       : ' CIF-CUST-NAME
004810             DISPLAY 'DEPARTMENT : ' CIF-CUST-DEPT
004820             DISPLAY 'ADDRESS    : ' CIF-CUST-ADDR-STREET
004830             DISPLAY 'CITY/ST/ZIP: ' CIF-CUST-ADDR-CITY
004840                 ' ' CIF-CUST-ADDR-STATE ' ' CIF-CUST-ADDR-ZIP
004850             DISPLAY 'PHONE      : ' CIF-CUST-PHONE
004860             DISPLAY 'ENTERED    : ' CIF-CUST-ENTRY-DATE
004870                 ' ' CIF-CUST-ENTRY-TIME
004880                 ' BY ' CIF-CUST-OPERATOR-ID
004890             DISPLAY 'STATUS     : ' CIF-CUST-STATUS
004900     END-READ.
004910 2200-EXIT.
004920     EXIT.
004930
004940******************************************************************
004950*   2300-ACCEPT-FUNCTION                                         *
004960*   PROMPTS FOR AND ACCEPTS THE MAINTENANCE FUNCTION CODE.       *
004970******************************************************************
004980 2300-ACCEPT-FUNCTION.
004990     DISPLAY 'FUNCTION - N = CHANGE NAME, D = CHANGE DEPARTMENT,'
005000         ' A = CHANGE ADDRESS, P = CHANGE PHONE,'
005010         ' C = CHANGE STATUS, X = DELETE, S = SKIP : '.
005020     ACCEPT CIF-FUNCTION-CODE.
005030 2300-EXIT.
005040     EXIT.
005050
005060******************************************************************
005070*   2400-OTHER-FUNCTION                                          *
005080*   SECOND HALF OF THE FUNCTION DISPATCH - THE ADDRESS AND       *
005090*   PHONE CORRECTIONS ADDED AFTER THE ORIGINAL FOUR FUNCTIONS.   *
005100******************************************************************
005110 2400-OTHER-FUNCTION.
005120     IF CIF-FUNCTION-CODE = 'A' OR CIF-FUNCTION-CODE = 'a'
005130         PERFORM 7100-CHANGE-ADDRESS THRU 7100-EXIT
005140     ELSE
005150         IF CIF-FUNCTION-CODE = 'P' OR CIF-FUNCTION-CODE = 'p'
005160             PERFORM 7200-CHANGE-PHONE THRU 7200-EXIT
005170         ELSE
005180             DISPLAY 'NO CHANGE MADE'
005190         END-IF
005200     END-IF.
005210 2400-EXIT.
005220     EXIT.
005230
005240******************************************************************
005250*   3000-WRITE-AUDIT-ENTRY                                       *
005260*   APPENDS ONE TIMESTAMPED AUDIT LOG ENTRY.  CALLERS MOVE THE   *
005270*   FIELD ID, VALUE, AND STATUS INTO THE AUDIT RECORD BEFORE     *
005280*   PERFORMING THIS PARAGRAPH.                                   *
005290******************************************************************
005300 3000-WRITE-AUDIT-ENTRY.
005310     MOVE CIF-RUN-DATE    TO CIF-AUD-DATE.
005320     MOVE CIF-RUN-TIME    TO CIF-AUD-TIME.
005330     MOVE CIF-OPERATOR-ID TO CIF-AUD-OPERATOR-ID.
005340     MOVE CIF-CUST-KEY    TO CIF-AUD-ACCT-NO.
005350     WRITE AUDIT-LOG-RECORD.
005360 3000-EXIT.
005370     EXIT.
005380
005390******************************************************************
005400*   3100-STAMP-ACTIVITY                                          *
005410*   MARKS A CUSTOMER-INITIATED CHANGE AS ACTIVITY ON THE RECORD  *
005420*   ABOUT TO BE REWRITTEN - TODAY BECOMES THE LAST-ACTIVITY      *
005430*   DATE AND ANY DORMANCY NOTICE OUTSTANDING IS CLEARED.         *
005440******************************************************************
005450 3100-STAMP-ACTIVITY.
005460     MOVE CIF-RUN-DATE TO CIF-CUST-LAST-ACT-DATE.
005470     MOVE SPACES       TO CIF-CUST-NOTICE-DATE.
005480 3100-EXIT.
005490     EXIT.
005500
005510******************************************************************
005520*   4000-CHANGE-NAME                                             *
005530*   ACCEPTS A CORRECTED NAME, PUTS IT THROUGH THE SAME EDIT      *
005540*   RULES THE INTAKE PROGRAM ENFORCES, AND REWRITES THE MASTER   *
005550*   RECORD.  THE CHANGE IS AUDIT-LOGGED WHETHER IT WAS APPLIED   *
005560*   OR REJECTED BY EDIT.                                         *
005570******************************************************************
005580 4000-CHANGE-NAME.
005590     DISPLAY 'ENTER CORRECTED NAME : '.
005600     ACCEPT CIF-NEW-NAME.
005610     PERFORM 4100-EDIT-NAME THRU 4100-EXIT.
005620
005630     MOVE 'NAME'       TO CIF-AUD-FIELD-ID.
005640     MOVE CIF-NEW-NAME TO CIF-AUD-VALUE.
005650     IF CIF-NAME-VALID
005660         MOVE CIF-NEW-NAME TO CIF-CUST-NAME
005670         PERFORM 3100-STAMP-ACTIVITY THRU 3100-EXIT
005680         REWRITE CUSTOMER-MASTER-RECORD
005690             INVALID KEY
005700                 DISPLAY 'CUSTOMER-MASTER REWRITE FAILED - KEY '
005710                     CIF-CUST-KEY ' STATUS ' CIF-CUSTMAST-STATUS
005720                 MOVE 'INVALID' TO CIF-AUD-STATUS
005730             NOT INVALID KEY
005740                 ADD 1 TO CIF-RECS-CHANGED
005750                 MOVE 'CHANGED' TO CIF-AUD-STATUS
005760                 DISPLAY 'NAME CHANGED ON ACCOUNT ' CIF-CUST-KEY
005770         END-REWRITE
005780     ELSE
005790         DISPLAY 'NAME REJECTED - ' CIF-NAME-REJECT-REASON
005800         MOVE 'INVALID' TO CIF-AUD-STATUS
005810     END-IF.
005820     PERFORM 3000-WRITE-AUDIT-ENTRY THRU 3000-EXIT.
005830 4000-EXIT.
005840     EXIT.
005850
005860******************************************************************
005870*   4100-EDIT-NAME                                               *
005880*   VALIDATES CIF-NEW-NAME UNDER THE INTAKE NAME EDIT RULES -    *
005890*   ALPHABETIC CONTENT, MINIMUM LENGTH, AND NO LEADING SPACES.   *
005900*   LENGTH IS THE WHOLE FIELD WITH TRAILING SPACES TRIMMED, NOT  *
005910*   JUST ITS FIRST WORD.                                         *
005920******************************************************************
005930 4100-EDIT-NAME.
005940     MOVE 'N' TO CIF-NAME-VALID-SWITCH.
005950     MOVE SPACES TO CIF-NAME-REJECT-REASON.
005960     MOVE ZERO TO CIF-NAME-LENGTH.
005970     PERFORM 4110-SCAN-NAME-CHAR THRU 4110-EXIT
005980         VARYING CIF-SCAN-IDX FROM 50 BY -1
005990         UNTIL CIF-SCAN-IDX < 1 OR CIF-NAME-LENGTH NOT = ZERO.
006000
006010     IF CIF-NEW-NAME = SPACES
006020         MOVE 'NO NAME ENTERED !' TO CIF-NAME-REJECT-REASON
006030     ELSE
006040         IF CIF-NEW-NAME = CIF-DEFAULT-NAME-TEXT
006050             MOVE 'DEFAULT VALUE NOT CHANGED'
006060                 TO CIF-NAME-REJECT-REASON
006070         ELSE
006080             IF CIF-NEW-NAME(1:1) = SPACE
006090                 MOVE 'LEADING SPACE NOT ALLOWED'
006100                     TO CIF-NAME-REJECT-REASON
006110             ELSE
006120                 IF CIF-NEW-NAME IS NOT ALPHABETIC
006130                     MOVE 'NON-ALPHABETIC CHARACTERS'
006140                         TO CIF-NAME-REJECT-REASON
006150                 ELSE
006160                     IF CIF-NAME-LENGTH < 2
006170                         MOVE 'NAME TOO SHORT'
006180                             TO CIF-NAME-REJECT-REASON
006190                     ELSE
006200                         MOVE 'Y' TO CIF-NAME-VALID-SWITCH
006210                     END-IF
006220                 END-IF
006230             END-IF
006240         END-IF
006250     END-IF.
006260 4100-EXIT.
006270     EXIT.
006280
006290******************************************************************
006300*   4110-SCAN-NAME-CHAR                                          *
006310*   BACKWARD CHARACTER SCAN PERFORMED BY 4100-EDIT-NAME TO FIND  *
006320*   THE LENGTH OF CIF-NEW-NAME WITH TRAILING SPACES TRIMMED OFF. *
006330******************************************************************
006340 4110-SCAN-NAME-CHAR.
006350     IF CIF-NEW-NAME(CIF-SCAN-IDX:1) NOT = SPACE
006360         MOVE CIF-SCAN-IDX TO CIF-NAME-LENGTH
006370     END-IF.
006380 4110-EXIT.
006390     EXIT.
006400
006410******************************************************************
006420*   5000-CHANGE-DEPT                                             *
006430*   ACCEPTS A CORRECTED DEPARTMENT, PUTS IT THROUGH THE SAME     *
006440*   EDIT RULES THE INTAKE PROGRAM ENFORCES, AND REWRITES THE     *
006450*   MASTER RECORD.  THE CHANGE IS AUDIT-LOGGED WHETHER IT WAS    *
006460*   APPLIED OR REJECTED BY EDIT.                                 *
006470******************************************************************
006480 5000-CHANGE-DEPT.
006490     DISPLAY 'ENTER CORRECTED DEPARTMENT : '.
006500     ACCEPT CIF-NEW-DEPT.
006510     PERFORM 5100-EDIT-DEPT THRU 5100-EXIT.
006520
006530     MOVE 'DEPARTMENT' TO CIF-AUD-FIELD-ID.
006540     MOVE CIF-NEW-DEPT TO CIF-AUD-VALUE.
006550     IF CIF-DEPT-VALID
006560         MOVE CIF-NEW-DEPT TO CIF-CUST-DEPT
006570         REWRITE CUSTOMER-MASTER-RECORD
006580             INVALID KEY
006590                 DISPLAY 'CUSTOMER-MASTER REWRITE FAILED - KEY '
006600                     CIF-CUST-KEY ' STATUS ' CIF-CUSTMAST-STATUS
006610                 MOVE 'INVALID' TO CIF-AUD-STATUS
006620             NOT INVALID KEY
006630                 ADD 1 TO CIF-RECS-CHANGED
006640                 MOVE 'CHANGED' TO CIF-AUD-STATUS
006650                 DISPLAY 'DEPARTMENT CHANGED ON ACCOUNT '
006660                     CIF-CUST-KEY
006670         END-REWRITE
006680     ELSE
006690         DISPLAY 'DEPARTMENT REJECTED - ' CIF-DEPT-REJECT-REASON
006700         MOVE 'INVALID' TO CIF-AUD-STATUS
006710     END-IF.
006720     PERFORM 3000-WRITE-AUDIT-ENTRY THRU 3000-EXIT.
006730 5000-EXIT.
006740     EXIT.
006750
006760******************************************************************
006770*   5100-EDIT-DEPT                                               *
006780*   VALIDATES CIF-NEW-DEPT UNDER THE INTAKE DEPARTMENT EDIT      *
006790*   RULES - MINIMUM LENGTH AND NO LEADING SPACES.  NUMERICS ARE  *
006800*   ALLOWED SINCE A DEPARTMENT CODE OR ADDRESS LINE MAY          *
006810*   LEGITIMATELY CONTAIN DIGITS.                                 *
006820******************************************************************
006830 5100-EDIT-DEPT.
006840     MOVE 'N' TO CIF-DEPT-VALID-SWITCH.
006850     MOVE SPACES TO CIF-DEPT-REJECT-REASON.
006860     MOVE ZERO TO CIF-DEPT-LENGTH.
006870     PERFORM 5110-SCAN-DEPT-CHAR THRU 5110-EXIT
006880         VARYING CIF-SCAN-IDX FROM 50 BY -1
006890         UNTIL CIF-SCAN-IDX < 1 OR CIF-DEPT-LENGTH NOT = ZERO.
006900
006910     IF CIF-NEW-DEPT = SPACES
006920         MOVE 'NO DEPARTMENT ENTERED' TO CIF-DEPT-REJECT-REASON
006930     ELSE
006940         IF CIF-NEW-DEPT = CIF-DEFAULT-DEPT-TEXT
006950             MOVE 'DEFAULT VALUE NOT CHANGED'
006960                 TO CIF-DEPT-REJECT-REASON
006970         ELSE
006980             IF CIF-NEW-DEPT(1:1) = SPACE
006990                 MOVE 'LEADING SPACE NOT ALLOWED'
007000                     TO CIF-DEPT-REJECT-REASON
007010             ELSE
007020                 IF CIF-DEPT-LENGTH < 2
007030                     MOVE 'DEPARTMENT TOO SHORT'
007040                         TO CIF-DEPT-REJECT-REASON
007050                 ELSE
007060                     PERFORM 5150-CHECK-DEPT-TABLE
007070                         THRU 5150-EXIT
007080                 END-IF
007090             END-IF
007100         END-IF
007110     END-IF.
007120 5100-EXIT.
007130     EXIT.
007140
007150******************************************************************
007160*   5110-SCAN-DEPT-CHAR                                          *
007170*   BACKWARD CHARACTER SCAN PERFORMED BY 5100-EDIT-DEPT TO FIND  *
007180*   THE LENGTH OF CIF-NEW-DEPT WITH TRAILING SPACES TRIMMED OFF. *
007190******************************************************************
007200 5110-SCAN-DEPT-CHAR.
007210     IF CIF-NEW-DEPT(CIF-SCAN-IDX:1) NOT = SPACE
007220         MOVE CIF-SCAN-IDX TO CIF-DEPT-LENGTH
007230     END-IF.
007240 5110-EXIT.
007250     EXIT.
007260
007270******************************************************************
007280*   5150-CHECK-DEPT-TABLE                                       *
007290*   TAIL OF THE DEPARTMENT EDIT - A DEPARTMENT THAT PASSES THE   *
007300*   FORMAT RULES MUST ALSO BE ON THE DEPARTMENT REFERENCE FILE   *
007310*   AND STILL ACTIVE BEFORE IT IS ACCEPTED.                      *
007320******************************************************************
007330 5150-CHECK-DEPT-TABLE.
007340     PERFORM 5160-MATCH-DEPT THRU 5160-EXIT
007350         VARYING CIF-DPT-IDX FROM 1 BY 1
007360         UNTIL CIF-DPT-IDX > CIF-DPT-COUNT
007370             OR CIF-DEPT-VALID
007380             OR CIF-DEPT-REJECT-REASON NOT = SPACES.
007390     IF NOT CIF-DEPT-VALID AND
007400             CIF-DEPT-REJECT-REASON = SPACES
007410         MOVE 'DEPARTMENT NOT ON REFERENCE FILE'
007420             TO CIF-DEPT-REJECT-REASON
007430     END-IF.
007440 5150-EXIT.
007450     EXIT.
007460
007470******************************************************************
007480*   5160-MATCH-DEPT                                             *
007490*   COMPARES ONE DEPARTMENT TABLE ENTRY AGAINST THE ENTRY IN     *
007500*   HAND.                                                        *
007510******************************************************************
007520 5160-MATCH-DEPT.
007530     IF CIF-DPTBL-NAME (CIF-DPT-IDX) = CIF-NEW-DEPT
007540         IF CIF-DPTBL-ACTIVE-SW (CIF-DPT-IDX) = 'Y'
007550             MOVE 'Y' TO CIF-DEPT-VALID-SWITCH
007560         ELSE
007570             MOVE 'DEPARTMENT RETIRED'
007580                 TO CIF-DEPT-REJECT-REASON
007590         END-IF
007600     END-IF.
007610 5160-EXIT.
007620     EXIT.
007630
007640******************************************************************
007650*   6000-DELETE-CUSTOMER                                         *
007660*   DELETES THE RECORD LAST READ AFTER OPERATOR CONFIRMATION.    *
007670*   THE DELETED RECORD'S NAME IS CARRIED IN THE AUDIT ENTRY SO   *
007680*   THE LOG STILL IDENTIFIES WHO WAS REMOVED.                    *
007690******************************************************************
007700 6000-DELETE-CUSTOMER.
007710     IF NOT CIF-SIGNON-SUPERVISOR
007720         DISPLAY 'SUPERVISOR AUTHORITY REQUIRED TO DELETE - '
007730             'NO CHANGE MADE'
007740         GO TO 6000-EXIT
007750     END-IF.
007760     DISPLAY 'DELETE ACCOUNT ' CIF-CUST-KEY ' - '
007770         CIF-CUST-NAME(1:30) ' - CONFIRM (Y/N) ? '.
007780     ACCEPT CIF-RESPONSE.
007790     IF CIF-RESPONSE = 'Y' OR CIF-RESPONSE = 'y'
007800         MOVE 'ACCOUNT'       TO CIF-AUD-FIELD-ID
007810         MOVE CIF-CUST-NAME   TO CIF-AUD-VALUE
007820         DELETE CUSTOMER-MASTER
007830             INVALID KEY
007840                 DISPLAY 'CUSTOMER-MASTER DELETE FAILED - KEY '
007850                     CIF-CUST-KEY ' STATUS ' CIF-CUSTMAST-STATUS
007860                 MOVE 'INVALID' TO CIF-AUD-STATUS
007870             NOT INVALID KEY
007880                 ADD 1 TO CIF-RECS-DELETED
007890                 MOVE 'DELETED' TO CIF-AUD-STATUS
007900                 DISPLAY 'ACCOUNT ' CIF-CUST-KEY ' DELETED'
007910         END-DELETE
007920         PERFORM 3000-WRITE-AUDIT-ENTRY THRU 3000-EXIT
007930     ELSE
007940         DISPLAY 'DELETE NOT CONFIRMED - NO CHANGE MADE'
007950     END-IF.
007960 6000-EXIT.
007970     EXIT.
007980
007990******************************************************************
008000*   7000-CHANGE-STATUS                                           *
008010*   ACCEPTS A NEW STATUS CODE FOR THE RECORD LAST READ AND       *
008020*   REWRITES THE MASTER.  A = ACTIVE, I = INACTIVE, P = PURGE-   *
008030*   PENDING.  THE CHANGE IS AUDIT-LOGGED LIKE ANY OTHER          *
008040*   CORRECTION.                                                  *
008050******************************************************************
008060 7000-CHANGE-STATUS.
008070     DISPLAY 'ENTER NEW STATUS - A = ACTIVE, I = INACTIVE,'
008080         ' P = PURGE-PENDING : '.
008090     ACCEPT CIF-NEW-STATUS.
008100     IF CIF-NEW-STATUS = 'a'
008110         MOVE 'A' TO CIF-NEW-STATUS
008120     END-IF.
008130     IF CIF-NEW-STATUS = 'i'
008140         MOVE 'I' TO CIF-NEW-STATUS
008150     END-IF.
008160     IF CIF-NEW-STATUS = 'p'
008170         MOVE 'P' TO CIF-NEW-STATUS
008180     END-IF.
008190
008200     MOVE 'STATUS'        TO CIF-AUD-FIELD-ID.
008210     MOVE SPACES          TO CIF-AUD-VALUE.
008220     MOVE CIF-NEW-STATUS  TO CIF-AUD-VALUE(1:1).
008230     IF CIF-NEW-STATUS = 'A' OR CIF-NEW-STATUS = 'I'
008240             OR CIF-NEW-STATUS = 'P'
008250         MOVE CIF-NEW-STATUS TO CIF-CUST-STATUS
008260         REWRITE CUSTOMER-MASTER-RECORD
008270             INVALID KEY
008280                 DISPLAY 'CUSTOMER-MASTER REWRITE FAILED - KEY '
008290                     CIF-CUST-KEY ' STATUS ' CIF-CUSTMAST-STATUS
008300                 MOVE 'INVALID' TO CIF-AUD-STATUS
008310             NOT INVALID KEY
008320                 ADD 1 TO CIF-RECS-CHANGED
008330                 MOVE 'CHANGED' TO CIF-AUD-STATUS
008340                 DISPLAY 'STATUS CHANGED ON ACCOUNT ' CIF-CUST-KEY
008350         END-REWRITE
008360     ELSE
008370         DISPLAY 'STATUS REJECTED - MUST BE A, I OR P'
008380         MOVE 'INVALID' TO CIF-AUD-STATUS
008390     END-IF.
008400     PERFORM 3000-WRITE-AUDIT-ENTRY THRU 3000-EXIT.
008410 7000-EXIT.
008420     EXIT.
008430
008440******************************************************************
008450*   7100-CHANGE-ADDRESS                                          *
008460*   ACCEPTS A CORRECTED STREET, CITY, STATE AND ZIP, PUTS THEM   *
008470*   THROUGH THE SAME ADDRESS EDIT RULES THE INTAKE PROGRAM       *
008480*   ENFORCES, AND REWRITES THE MASTER RECORD.  THE CHANGE IS     *
008490*   AUDIT-LOGGED WHETHER IT WAS APPLIED OR REJECTED BY EDIT.     *
008500*   AN APPLIED CORRECTION CLEARS THE UNDELIVERABLE-ADDRESS FLAG  *
008510*   SO THE CUSTOMER IS BACK ON THE PRINT RUNS.                   *
008520******************************************************************
008530 7100-CHANGE-ADDRESS.
008540     DISPLAY 'ENTER CORRECTED STREET ADDRESS : '.
008550     ACCEPT CIF-NEW-STREET.
008560     DISPLAY 'ENTER CORRECTED CITY : '.
008570     ACCEPT CIF-NEW-CITY.
008580     DISPLAY 'ENTER CORRECTED STATE (2 LETTERS) : '.
008590     ACCEPT CIF-NEW-STATE.
008600     DISPLAY 'ENTER CORRECTED ZIP CODE (5 DIGITS) : '.
008610     ACCEPT CIF-NEW-ZIP.
008620     PERFORM 7110-EDIT-ADDRESS THRU 7110-EXIT.
008630
008640     MOVE 'ADDRESS'        TO CIF-AUD-FIELD-ID.
008650     MOVE SPACES           TO CIF-AUD-VALUE.
008660     MOVE CIF-NEW-STREET   TO CIF-AUD-VALUE(1:30).
008670     IF CIF-ADDR-VALID
008680         MOVE CIF-NEW-STREET TO CIF-CUST-ADDR-STREET
008690         MOVE CIF-NEW-CITY   TO CIF-CUST-ADDR-CITY
008700         MOVE CIF-NEW-STATE  TO CIF-CUST-ADDR-STATE
008710         MOVE CIF-NEW-ZIP    TO CIF-CUST-ADDR-ZIP
008720         MOVE SPACE          TO CIF-CUST-UNDELIV-FLAG
008730         PERFORM 3100-STAMP-ACTIVITY THRU 3100-EXIT
008740         REWRITE CUSTOMER-MASTER-RECORD
008750             INVALID KEY
008760                 DISPLAY 'CUSTOMER-MASTER REWRITE FAILED - KEY '
008770                     CIF-CUST-KEY ' STATUS ' CIF-CUSTMAST-STATUS
008780                 MOVE 'INVALID' TO CIF-AUD-STATUS
008790             NOT INVALID KEY
008800                 ADD 1 TO CIF-RECS-CHANGED
008810                 MOVE 'CHANGED' TO CIF-AUD-STATUS
008820                 DISPLAY 'ADDRESS CHANGED ON ACCOUNT '
008830                     CIF-CUST-KEY
008840         END-REWRITE
008850     ELSE
008860         DISPLAY 'ADDRESS REJECTED - ' CIF-ADDR-REJECT-REASON
008870         MOVE 'INVALID' TO CIF-AUD-STATUS
008880     END-IF.
008890     PERFORM 3000-WRITE-AUDIT-ENTRY THRU 3000-EXIT.
008900 7100-EXIT.
008910     EXIT.
008920
008930******************************************************************
008940*   7110-EDIT-ADDRESS                                            *
008950*   VALIDATES THE CORRECTED ADDRESS BLOCK UNDER THE INTAKE       *
008960*   ADDRESS EDIT RULES - STREET NOT BLANK, NO LEADING SPACE AND  *
008970*   MINIMUM LENGTH; CITY NOT BLANK WITH NO LEADING SPACE; STATE  *
008980*   TWO ALPHABETIC CHARACTERS; ZIP FIVE DIGITS.                  *
008990******************************************************************
009000 7110-EDIT-ADDRESS.
009010     MOVE 'N' TO CIF-ADDR-VALID-SWITCH.
009020     MOVE SPACES TO CIF-ADDR-REJECT-REASON.
009030     MOVE ZERO TO CIF-STREET-LENGTH.
009040     PERFORM 7120-SCAN-STREET-CHAR THRU 7120-EXIT
009050         VARYING CIF-SCAN-IDX FROM 30 BY -1
009060         UNTIL CIF-SCAN-IDX < 1 OR CIF-STREET-LENGTH NOT = ZERO.
009070
009080     IF CIF-NEW-STREET = SPACES
009090         MOVE 'NO STREET ADDRESS ENTERED'
009100             TO CIF-ADDR-REJECT-REASON
009110     ELSE
009120         IF CIF-NEW-STREET(1:1) = SPACE
009130             MOVE 'LEADING SPACE NOT ALLOWED'
009140                 TO CIF-ADDR-REJECT-REASON
009150         ELSE
009160             IF CIF-STREET-LENGTH < 2
009170                 MOVE 'STREET ADDRESS TOO SHORT'
009180                     TO CIF-ADDR-REJECT-REASON
009190             ELSE
009200                 IF CIF-NEW-CITY = SPACES
009210                     MOVE 'NO CITY ENTERED'
009220                         TO CIF-ADDR-REJECT-REASON
009230                 ELSE
009240                     IF CIF-NEW-CITY(1:1) = SPACE
009250                         MOVE 'LEADING SPACE NOT ALLOWED'
009260                             TO CIF-ADDR-REJECT-REASON
009270                     ELSE
009280                         PERFORM 7130-EDIT-STATE-ZIP
009290                             THRU 7130-EXIT
009300                     END-IF
009310                 END-IF
009320             END-IF
009330         END-IF
009340     END-IF.
009350 7110-EXIT.
009360     EXIT.
009370
009380******************************************************************
009390*   7120-SCAN-STREET-CHAR                                        *
009400*   BACKWARD CHARACTER SCAN PERFORMED BY 7110-EDIT-ADDRESS TO    *
009410*   FIND THE LENGTH OF CIF-NEW-STREET WITH TRAILING SPACES       *
009420*   TRIMMED OFF.                                                 *
009430******************************************************************
009440 7120-SCAN-STREET-CHAR.
009450     IF CIF-NEW-STREET(CIF-SCAN-IDX:1) NOT = SPACE
009460         MOVE CIF-SCAN-IDX TO CIF-STREET-LENGTH
009470     END-IF.
009480 7120-EXIT.
009490     EXIT.
009500
009510******************************************************************
009520*   7130-EDIT-STATE-ZIP                                          *
009530*   TAIL OF THE ADDRESS EDIT - STATE AND ZIP RULES, PERFORMED    *
009540*   ONLY ONCE STREET AND CITY HAVE PASSED THEIRS.                *
009550******************************************************************
009560 7130-EDIT-STATE-ZIP.
009570     IF CIF-NEW-STATE = SPACES OR
009580             CIF-NEW-STATE IS NOT ALPHABETIC OR
009590             CIF-NEW-STATE(2:1) = SPACE
009600         MOVE 'STATE MUST BE TWO LETTERS'
009610             TO CIF-ADDR-REJECT-REASON
009620     ELSE
009630         IF CIF-NEW-ZIP IS NOT NUMERIC
009640             MOVE 'ZIP MUST BE FIVE DIGITS'
009650                 TO CIF-ADDR-REJECT-REASON
009660         ELSE
009670             MOVE 'Y' TO CIF-ADDR-VALID-SWITCH
009680         END-IF
009690     END-IF.
009700 7130-EXIT.
009710     EXIT.
009720
009730******************************************************************
009740*   7200-CHANGE-PHONE                                            *
009750*   ACCEPTS A CORRECTED PHONE NUMBER, PUTS IT THROUGH THE SAME   *
009760*   PHONE EDIT RULE THE INTAKE PROGRAM ENFORCES, AND REWRITES    *
009770*   THE MASTER RECORD.  THE CHANGE IS AUDIT-LOGGED WHETHER IT    *
009780*   WAS APPLIED OR REJECTED BY EDIT.                             *
009790******************************************************************
009800 7200-CHANGE-PHONE.
009810     DISPLAY 'ENTER CORRECTED PHONE NUMBER (10 DIGITS) : '.
009820     ACCEPT CIF-NEW-PHONE.
009830     PERFORM 7210-EDIT-PHONE THRU 7210-EXIT.
009840
009850     MOVE 'PHONE'          TO CIF-AUD-FIELD-ID.
009860     MOVE SPACES           TO CIF-AUD-VALUE.
009870     MOVE CIF-NEW-PHONE    TO CIF-AUD-VALUE(1:10).
009880     IF CIF-PHONE-VALID
009890         MOVE CIF-NEW-PHONE TO CIF-CUST-PHONE
009900         PERFORM 3100-STAMP-ACTIVITY THRU 3100-EXIT
009910         REWRITE CUSTOMER-MASTER-RECORD
009920             INVALID KEY
009930                 DISPLAY 'CUSTOMER-MASTER REWRITE FAILED - KEY '
009940                     CIF-CUST-KEY ' STATUS ' CIF-CUSTMAST-STATUS
009950                 MOVE 'INVALID' TO CIF-AUD-STATUS
009960             NOT INVALID KEY
009970                 ADD 1 TO CIF-RECS-CHANGED
009980                 MOVE 'CHANGED' TO CIF-AUD-STATUS
009990                 DISPLAY 'PHONE CHANGED ON ACCOUNT ' CIF-CUST-KEY
010000         END-REWRITE
010010     ELSE
010020         DISPLAY 'PHONE REJECTED - ' CIF-PHONE-REJECT-REASON
010030         MOVE 'INVALID' TO CIF-AUD-STATUS
010040     END-IF.
010050     PERFORM 3000-WRITE-AUDIT-ENTRY THRU 3000-EXIT.
010060 7200-EXIT.
010070     EXIT.
010080
010090******************************************************************
010100*   7210-EDIT-PHONE                                              *
010110*   VALIDATES CIF-NEW-PHONE UNDER THE INTAKE PHONE EDIT RULE -   *
010120*   TEN DIGITS, NO BLANKS.                                       *
010130******************************************************************
010140 7210-EDIT-PHONE.
010150     MOVE 'N' TO CIF-PHONE-VALID-SWITCH.
010160     MOVE SPACES TO CIF-PHONE-REJECT-REASON.
010170     IF CIF-NEW-PHONE = SPACES
010180         MOVE 'NO PHONE NUMBER ENTERED'
010190             TO CIF-PHONE-REJECT-REASON
010200     ELSE
010210         IF CIF-NEW-PHONE IS NOT NUMERIC
010220             MOVE 'PHONE MUST BE TEN DIGITS'
010230                 TO CIF-PHONE-REJECT-REASON
010240         ELSE
010250             MOVE 'Y' TO CIF-PHONE-VALID-SWITCH
010260         END-IF
010270     END-IF.
010280 7210-EXIT.
010290     EXIT.
010300
010310******************************************************************
010320*   9000-TERMINATE                                               *
010330*   REPORTS SESSION TOTALS AND CLOSES ALL FILES.                 *
010340******************************************************************
010350 9000-TERMINATE.
010360     IF NOT CIF-ABORT
010370         DISPLAY 'CUSTMNT - RECORDS CHANGED : ' CIF-RECS-CHANGED
010380         DISPLAY 'CUSTMNT - RECORDS DELETED : ' CIF-RECS-DELETED
010390         CLOSE CUSTOMER-MASTER
010400         CLOSE AUDIT-FILE
010410     END-IF.
010420 9000-EXIT.
010430     EXIT.
010440
010450 END PROGRAM CUSTMNT.
