000270*   09/02/26   JPL   ORIGINAL PROGRAM.                          *
000280*   09/02/26   JPL   WELCOME-LETTER FLAG NOW CARRIED BACK TO     *
000290*                    THE RESTORED MASTER RECORD.                 *
000300*   10/15/26   JPL   A RESTORED RECORD TAKES THE RESTORE DATE AS *
000310*                    ITS LAST ACTIVITY, WITH NO DORMANCY NOTICE  *
000320*                    OUTSTANDING, SO THE DORMANCY BATCH DOES NOT *
000330*                    INACTIVATE A CUSTOMER JUST REINSTATED.      *
000340*   10/15/26   JPL   UNDELIVERABLE-ADDRESS FLAG NOW CARRIED BACK *
000350*                    TO THE RESTORED MASTER RECORD - THE ADDRESS *
000360*                    COMES BACK UNCHANGED, SO IT STAYS FLAGGED.  *
000370*                                                                *
000380******************************************************************
000390 IDENTIFICATION DIVISION.
000400 PROGRAM-ID. ARCHREST.
000410
000420 ENVIRONMENT DIVISION.
000430 INPUT-OUTPUT SECTION.
000440 FILE-CONTROL.
000450     SELECT CUSTOMER-MASTER ASSIGN TO CUSTMAST
000460         ORGANIZATION IS INDEXED
000470         ACCESS MODE IS RANDOM
000480         RECORD KEY IS CIF-CUST-KEY
000490         ALTERNATE RECORD KEY IS CIF-CUST-NAME
000500             WITH DUPLICATES
000510         FILE STATUS IS CIF-CUSTMAST-STATUS.
000520
000530     SELECT ARCHIVE-FILE ASSIGN TO CUSTARCH
000540         ORGANIZATION IS SEQUENTIAL
000550         FILE STATUS IS CIF-ARCHIVE-STATUS.
000560
000570     SELECT OPERATOR-SECURITY ASSIGN TO OPERSEC
000580         ORGANIZATION IS SEQUENTIAL
000590         FILE STATUS IS CIF-OPERSEC-STATUS.
000600
000610     SELECT AUDIT-FILE ASSIGN TO AUDITLOG
000620         ORGANIZATION IS LINE SEQUENTIAL
000630         FILE STATUS IS CIF-AUDIT-STATUS.
000640
000650 DATA DIVISION.
000660 FILE SECTION.
000670 FD  CUSTOMER-MASTER.
000680     COPY CUSTREC.
000690
000700 FD  ARCHIVE-FILE.
000710     COPY ARCHREC.
000720
000730 FD  OPERATOR-SECURITY.
000740     COPY OPERREC.
000750
000760 FD  AUDIT-FILE.
000770     COPY AUDITREC.
000780
000790 WORKING-STORAGE SECTION.
000800******************************************************************
000810*   FILE STATUS FIELDS                                          *
000820******************************************************************
000830 01  CIF-FILE-STATUSES.
000840     05  CIF-CUSTMAST-STATUS     PIC X(02) VALUE '00'.
000850     05  CIF-ARCHIVE-STATUS      PIC X(02) VALUE '00'.
000860     05  CIF-OPERSEC-STATUS      PIC X(02) VALUE '00'.
000870     05  CIF-AUDIT-STATUS        PIC X(02) VALUE '00'.
000880
000890******************************************************************
000900*   SWITCHES                                                    *
000910******************************************************************
000920 01  CIF-SWITCHES.
000930     05  CIF-EOJ-SWITCH          PIC X(01) VALUE 'N'.
000940         88  CIF-EOJ                        VALUE 'Y'.
000950     05  CIF-ABORT-SWITCH        PIC X(01) VALUE 'N'.
000960         88  CIF-ABORT                      VALUE 'Y'.
000970     05  CIF-OPERSEC-EOF-SWITCH  PIC X(01) VALUE 'N'.
000980         88  CIF-OPERSEC-EOF                VALUE 'Y'.
000990     05  CIF-SIGNON-OK-SWITCH    PIC X(01) VALUE 'N'.
001000         88  CIF-SIGNON-OK                  VALUE 'Y'.
001010     05  CIF-ARCH-EOF-SWITCH     PIC X(01) VALUE 'N'.
001020         88  CIF-ARCH-EOF                   VALUE 'Y'.
001030     05  CIF-ARCH-FOUND-SWITCH   PIC X(01) VALUE 'N'.
001040         88  CIF-ARCH-FOUND                 VALUE 'Y'.
001050
001060******************************************************************
001070*   COUNTERS                                                    *
001080******************************************************************
001090 01  CIF-COUNTERS.
001100     05  CIF-RECS-RESTORED       PIC 9(06) COMP VALUE ZERO.
001110     05  CIF-SIGNON-TRIES        PIC 9(01) COMP VALUE ZERO.
001120     05  CIF-OPER-IDX            PIC 9(03) COMP VALUE ZERO.
001130     05  CIF-OPER-COUNT          PIC 9(03) COMP VALUE ZERO.
001140
001150******************************************************************
001160*   MISCELLANEOUS WORKING FIELDS                                 *
001170******************************************************************
001180 01  CIF-MISC-WORK.
001190     05  CIF-OPERATOR-ID         PIC X(08) VALUE SPACES.
001200     05  CIF-SIGNON-AUTH-LEVEL   PIC X(01) VALUE SPACE.
001210         88  CIF-SIGNON-SUPERVISOR          VALUE 'S'.
001220     05  CIF-RUN-DATE            PIC X(08).
001230     05  CIF-RUN-TIME            PIC X(08).
001240     05  CIF-ACCT-REQUEST        PIC 9(09) VALUE ZERO.
001250     05  CIF-RESPONSE            PIC X(01) VALUE SPACE.
001260
001270******************************************************************
001280*   HELD ARCHIVE RECORD                                          *
001290*   THE MOST RECENT ARCHIVE RECORD FOUND FOR THE REQUESTED       *
001300*   ACCOUNT IS HELD HERE WHILE THE SCAN FINISHES, SINCE THE      *
001310*   FILE AREA IS OVERLAID BY EVERY READ.                         *
001320******************************************************************
001330 01  CIF-HELD-ARCHIVE.
001340     05  CIF-HELD-KEY            PIC 9(09).
001350     05  CIF-HELD-NAME           PIC A(50).
001360     05  CIF-HELD-DEPT           PIC X(50).
001370     05  CIF-HELD-ENTRY-DATE     PIC X(08).
001380     05  CIF-HELD-ENTRY-TIME     PIC X(08).
001390     05  CIF-HELD-OPERATOR-ID    PIC X(08).
001400     05  CIF-HELD-STATUS         PIC X(01).
001410     05  CIF-HELD-ACK-FLAG       PIC X(01).
001420     05  CIF-HELD-XTR-FLAG       PIC X(01).
001430     05  CIF-HELD-ADDR-STREET    PIC X(30).
001440     05  CIF-HELD-ADDR-CITY      PIC X(20).
001450     05  CIF-HELD-ADDR-STATE     PIC X(02).
001460     05  CIF-HELD-ADDR-ZIP       PIC X(05).
001470     05  CIF-HELD-PHONE          PIC X(10).
001480     05  CIF-HELD-BALANCE        PIC S9(09)V99.
001490     05  CIF-HELD-BRANCH         PIC X(04).
001500     05  CIF-HELD-LTR-FLAG       PIC X(01).
001510     05  CIF-HELD-UNDELIV-FLAG   PIC X(01).
001520
001530******************************************************************
001540*   OPERATOR SECURITY TABLE                                      *
001550*   THE SECURITY FILE IS SMALL (A HANDFUL OF OPERATORS) AND IS   *
001560*   LOADED HERE AT STARTUP SO SIGN-ON RETRIES DO NOT RE-READ     *
001570*   THE FILE.                                                    *
001580******************************************************************
001590 01  CIF-OPERATOR-TABLE.
001600     05  CIF-OPER-ENTRY OCCURS 50 TIMES.
001610         10  CIF-OPTBL-ID        PIC X(08).
001620         10  CIF-OPTBL-NAME      PIC X(30).
001630         10  CIF-OPTBL-ACTIVE-SW PIC X(01).
001640         10  CIF-OPTBL-AUTH-LVL  PIC X(01).
001650
001660 PROCEDURE DIVISION.
001670******************************************************************
001680*   0000-MAINLINE                                                *
001690*   TOP-LEVEL CONTROL OF THE RESTORE SESSION.                    *
001700******************************************************************
001710 0000-MAINLINE.
001720     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001730     IF NOT CIF-ABORT
001740         PERFORM 2000-PROCESS-REQUEST THRU 2000-EXIT
001750             UNTIL CIF-EOJ
001760     END-IF.
001770     PERFORM 9000-TERMINATE THRU 9000-EXIT.
001780     STOP RUN.
001790
001800******************************************************************
001810*   1000-INITIALIZE                                              *
001820*   SIGNS THE OPERATOR ON (SUPERVISOR AUTHORITY REQUIRED) AND    *
001830*   OPENS THE MASTER FOR UPDATE AND THE AUDIT LOG FOR APPEND.    *
001840*   THE ARCHIVE IS OPENED PER REQUEST SO EACH ACCOUNT GETS A     *
001850*   FULL SCAN FROM THE TOP OF THE FILE.                          *
001860******************************************************************
001870 1000-INITIALIZE.
001880     ACCEPT CIF-RUN-DATE FROM DATE YYYYMMDD.
001890     ACCEPT CIF-RUN-TIME FROM TIME.
001900     PERFORM 1050-LOAD-OPERATORS THRU 1050-EXIT.
001910     PERFORM 1060-SIGN-ON THRU 1060-EXIT.
001920     IF CIF-ABORT
001930         GO TO 1000-EXIT
001940     END-IF.
001950     IF NOT CIF-SIGNON-SUPERVISOR
001960         DISPLAY 'ARCHREST - SUPERVISOR AUTHORITY REQUIRED - '
001970             'JOB CANCELLED'
001980         MOVE 16 TO RETURN-CODE
001990         MOVE 'Y' TO CIF-ABORT-SWITCH
002000         GO TO 1000-EXIT
002010     END-IF.
002020
002030     OPEN I-O CUSTOMER-MASTER.
002040     IF CIF-CUSTMAST-STATUS NOT = '00'
002050         DISPLAY 'ARCHREST - CUSTOMER-MASTER OPEN FAILED - '
002060             'STATUS ' CIF-CUSTMAST-STATUS
002070         MOVE 16 TO RETURN-CODE
002080         MOVE 'Y' TO CIF-ABORT-SWITCH
002090         GO TO 1000-EXIT
002100     END-IF.
002110     OPEN EXTEND AUDIT-FILE.
002120     IF CIF-AUDIT-STATUS NOT = '00'
002130         OPEN OUTPUT AUDIT-FILE
002140     END-IF.
002150 1000-EXIT.
002160     EXIT.
002170
002180******************************************************************
002190*   1050-LOAD-OPERATORS                                          *
002200*   LOADS THE OPERATOR SECURITY FILE INTO THE SIGN-ON TABLE,     *
002210*   CREATING THE FILE WITH THE DEFAULT OPER01 ENTRY ON ITS       *
002220*   FIRST USE, THE SAME WAY THE INTAKE PROGRAM DOES.             *
002230******************************************************************
002240 1050-LOAD-OPERATORS.
002250     MOVE ZERO TO CIF-OPER-COUNT.
002260     MOVE 'N' TO CIF-OPERSEC-EOF-SWITCH.
002270     OPEN INPUT OPERATOR-SECURITY.
002280     IF CIF-OPERSEC-STATUS NOT = '00'
002290         OPEN OUTPUT OPERATOR-SECURITY
002300         MOVE 'OPER01'           TO CIF-OPER-ID
002310         MOVE 'DEFAULT OPERATOR' TO CIF-OPER-NAME
002320         MOVE 'Y'                TO CIF-OPER-ACTIVE-SW
002330         MOVE 'S'                TO CIF-OPER-AUTH-LEVEL
002340         MOVE SPACES             TO CIF-OPER-FILLER
002350         WRITE OPERATOR-SECURITY-RECORD
002360         CLOSE OPERATOR-SECURITY
002370         OPEN INPUT OPERATOR-SECURITY
002380     END-IF.
002390     PERFORM 1055-READ-OPERATOR THRU 1055-EXIT
002400         UNTIL CIF-OPERSEC-EOF.
002410     CLOSE OPERATOR-SECURITY.
002420 1050-EXIT.
002430     EXIT.
002440
002450******************************************************************
002460*   1055-READ-OPERATOR                                           *
002470*   READS ONE OPERATOR SECURITY RECORD INTO THE SIGN-ON TABLE.   *
002480******************************************************************
002490 1055-READ-OPERATOR.
002500     READ OPERATOR-SECURITY
002510         AT END
002520             MOVE 'Y' TO CIF-OPERSEC-EOF-SWITCH
002530         NOT AT END
002540             IF CIF-OPER-COUNT < 50
002550                 ADD 1 TO CIF-OPER-COUNT
002560                 MOVE CIF-OPER-ID TO CIF-OPTBL-ID (CIF-OPER-COUNT)
002570                 MOVE CIF-OPER-NAME
002580                     TO CIF-OPTBL-NAME (CIF-OPER-COUNT)
002590                 MOVE CIF-OPER-ACTIVE-SW
002600                     TO CIF-OPTBL-ACTIVE-SW (CIF-OPER-COUNT)
002610                 MOVE CIF-OPER-AUTH-LEVEL
002620                     TO CIF-OPTBL-AUTH-LVL (CIF-OPER-COUNT)
002630             END-IF
002640     END-READ.
002650     IF NOT CIF-OPERSEC-EOF
002660         IF CIF-OPERSEC-STATUS NOT = '00'
002670             DISPLAY 'ARCHREST - OPERATOR SECURITY READ FAILED '
002680                 '- STATUS ' CIF-OPERSEC-STATUS
002690                 ' - SIGN-ON TABLE INCOMPLETE'
002700             MOVE 'Y' TO CIF-OPERSEC-EOF-SWITCH
002710         END-IF
002720     END-IF.
002730 1055-EXIT.
002740     EXIT.
002750
002760******************************************************************
002770*   1060-SIGN-ON                                                 *
002780*   GIVES THE OPERATOR THREE TRIES TO SIGN ON WITH AN ID THAT    *
002790*   IS ON THE SECURITY FILE AND STILL ACTIVE.  A FAILED SIGN-ON  *
002800*   CANCELS THE JOB BEFORE ANY OTHER FILE IS OPENED.             *
002810******************************************************************
002820 1060-SIGN-ON.
002830     MOVE ZERO TO CIF-SIGNON-TRIES.
002840     PERFORM 1070-SIGN-ON-TRY THRU 1070-EXIT
002850         UNTIL CIF-SIGNON-OK OR CIF-SIGNON-TRIES >= 3.
002860     IF NOT CIF-SIGNON-OK
002870         DISPLAY 'SIGN-ON FAILED - JOB CANCELLED'
002880         MOVE 16 TO RETURN-CODE
002890         MOVE 'Y' TO CIF-ABORT-SWITCH
002900     END-IF.
002910 1060-EXIT.
002920     EXIT.
002930
002940******************************************************************
002950*   1070-SIGN-ON-TRY                                             *
002960*   ONE SIGN-ON ATTEMPT - ACCEPTS THE OPERATOR ID AND SEARCHES   *
002970*   THE SECURITY TABLE FOR AN ACTIVE MATCH.                      *
002980******************************************************************
002990 1070-SIGN-ON-TRY.
003000     ADD 1 TO CIF-SIGNON-TRIES.
003010     DISPLAY 'ENTER OPERATOR ID : '.
003020     ACCEPT CIF-OPERATOR-ID.
003030     PERFORM 1080-MATCH-OPERATOR THRU 1080-EXIT
003040         VARYING CIF-OPER-IDX FROM 1 BY 1
003050         UNTIL CIF-OPER-IDX > CIF-OPER-COUNT OR CIF-SIGNON-OK.
003060     IF NOT CIF-SIGNON-OK
003070         DISPLAY 'OPERATOR NOT AUTHORIZED OR NOT ACTIVE'
003080     END-IF.
003090 1070-EXIT.
003100     EXIT.
003110
003120******************************************************************
003130*   1080-MATCH-OPERATOR                                          *
003140*   COMPARES ONE SECURITY TABLE ENTRY AGAINST THE ID KEYED.      *
003150******************************************************************
003160 1080-MATCH-OPERATOR.
003170     IF CIF-OPTBL-ID (CIF-OPER-IDX) = CIF-OPERATOR-ID AND
003180             CIF-OPTBL-ACTIVE-SW (CIF-OPER-IDX) = 'Y'
003190         MOVE CIF-OPTBL-AUTH-LVL (CIF-OPER-IDX)
003200             TO CIF-SIGNON-AUTH-LEVEL
003210         MOVE 'Y' TO CIF-SIGNON-OK-SWITCH
003220         DISPLAY 'SIGNED ON - ' CIF-OPERATOR-ID ' '
003230             CIF-OPTBL-NAME (CIF-OPER-IDX)
003240     END-IF.
003250 1080-EXIT.
003260     EXIT.
003270
003280******************************************************************
003290*   2000-PROCESS-REQUEST                                         *
003300*   DRIVES ONE RESTORE CYCLE - ACCOUNT NUMBER, ARCHIVE SCAN,     *
003310*   CONFIRMATION AND THE MASTER RE-INSERT.                       *
003320******************************************************************
003330 2000-PROCESS-REQUEST.
003340     DISPLAY 'ENTER ACCOUNT NUMBER TO RESTORE (0 TO END) : '.
003350     ACCEPT CIF-ACCT-REQUEST.
003360
003370     IF CIF-ACCT-REQUEST = ZERO
003380         MOVE 'Y' TO CIF-EOJ-SWITCH
003390     ELSE
003400         PERFORM 3000-SCAN-ARCHIVE THRU 3000-EXIT
003410         IF CIF-ARCH-FOUND
003420             PERFORM 4000-RESTORE-CUSTOMER THRU 4000-EXIT
003430         ELSE
003440             DISPLAY 'ACCOUNT ' CIF-ACCT-REQUEST
003450                 ' NOT ON ARCHIVE FILE'
003460         END-IF
003470     END-IF.
003480 2000-EXIT.
003490     EXIT.
003500
003510******************************************************************
003520*   3000-SCAN-ARCHIVE                                            *
003530*   READS THE WHOLE ARCHIVE FILE AND HOLDS THE LAST RECORD       *
003540*   CARRYING THE REQUESTED ACCOUNT NUMBER - THE MOST RECENT      *
003550*   ARCHIVE OF THAT ACCOUNT, SINCE ARCHPURG APPENDS.             *
003560******************************************************************
003570 3000-SCAN-ARCHIVE.
003580     MOVE 'N' TO CIF-ARCH-FOUND-SWITCH.
003590     MOVE 'N' TO CIF-ARCH-EOF-SWITCH.
003600     OPEN INPUT ARCHIVE-FILE.
003610     IF CIF-ARCHIVE-STATUS NOT = '00'
003620         DISPLAY 'ARCHREST - ARCHIVE OPEN FAILED - STATUS '
003630             CIF-ARCHIVE-STATUS
003640         GO TO 3000-EXIT
003650     END-IF.
003660     PERFORM 3100-READ-ARCHIVE THRU 3100-EXIT
003670         UNTIL CIF-ARCH-EOF.
003680     CLOSE ARCHIVE-FILE.
003690 3000-EXIT.
003700     EXIT.
003710
003720******************************************************************
003730*   3100-READ-ARCHIVE                                            *
003740*   READS ONE ARCHIVE RECORD OF THE SCAN, HOLDING IT WHEN IT     *
003750*   CARRIES THE REQUESTED ACCOUNT NUMBER.                        *
003760******************************************************************
003770 3100-READ-ARCHIVE.
003780     READ ARCHIVE-FILE
003790         AT END
003800             MOVE 'Y' TO CIF-ARCH-EOF-SWITCH
003810     END-READ.
003820     IF CIF-ARCH-EOF
003830         GO TO 3100-EXIT
003840     END-IF.
003850     IF CIF-ARCHIVE-STATUS NOT = '00'
003860         DISPLAY 'ARCHREST - ARCHIVE READ FAILED - STATUS '
003870             CIF-ARCHIVE-STATUS ' - SCAN INCOMPLETE'
003880         MOVE 'Y' TO CIF-ARCH-EOF-SWITCH
003890         GO TO 3100-EXIT
003900     END-IF.
003910
003920     IF CIF-ARCH-KEY = CIF-ACCT-REQUEST
003930         MOVE 'Y' TO CIF-ARCH-FOUND-SWITCH
003940         MOVE CIF-ARCH-KEY         TO CIF-HELD-KEY
003950         MOVE CIF-ARCH-NAME        TO CIF-HELD-NAME
003960         MOVE CIF-ARCH-DEPT        TO CIF-HELD-DEPT
003970         MOVE CIF-ARCH-ENTRY-DATE  TO CIF-HELD-ENTRY-DATE
003980         MOVE CIF-ARCH-ENTRY-TIME  TO CIF-HELD-ENTRY-TIME
003990         MOVE CIF-ARCH-OPERATOR-ID TO CIF-HELD-OPERATOR-ID
004000         MOVE CIF-ARCH-STATUS      TO CIF-HELD-STATUS
004010         MOVE CIF-ARCH-ACK-FLAG    TO CIF-HELD-ACK-FLAG
004020         MOVE CIF-ARCH-XTR-FLAG    TO CIF-HELD-XTR-FLAG
004030         MOVE CIF-ARCH-ADDR-STREET TO CIF-HELD-ADDR-STREET
004040         MOVE CIF-ARCH-ADDR-CITY   TO CIF-HELD-ADDR-CITY
004050         MOVE CIF-ARCH-ADDR-STATE  TO CIF-HELD-ADDR-STATE
004060         MOVE CIF-ARCH-ADDR-ZIP    TO CIF-HELD-ADDR-ZIP
004070         MOVE CIF-ARCH-PHONE       TO CIF-HELD-PHONE
004080         MOVE CIF-ARCH-BALANCE     TO CIF-HELD-BALANCE
004090         MOVE CIF-ARCH-BRANCH      TO CIF-HELD-BRANCH
004100         MOVE CIF-ARCH-LTR-FLAG    TO CIF-HELD-LTR-FLAG
004110         MOVE CIF-ARCH-UNDELIV-FLAG TO CIF-HELD-UNDELIV-FLAG
004120     END-IF.
004130 3100-EXIT.
004140     EXIT.
004150
004160******************************************************************
004170*   4000-RESTORE-CUSTOMER                                        *
004180*   SHOWS THE HELD ARCHIVE RECORD, CONFIRMS, AND WRITES IT       *
004190*   BACK TO CUSTOMER-MASTER UNDER ITS ORIGINAL ACCOUNT NUMBER    *
004200*   WITH THE ACTIVE STATUS CODE.  A KEY ALREADY IN USE ON THE    *
004210*   LIVE MASTER REFUSES THE RESTORE.  THE REINSTATEMENT IS       *
004220*   AUDIT-LOGGED.                                                *
004230******************************************************************
004240 4000-RESTORE-CUSTOMER.
004250     DISPLAY 'ARCHIVED RECORD FOUND :'.
004260     DISPLAY 'ACCOUNT    : ' CIF-HELD-KEY.
004270     DISPLAY 'NAME       : ' CIF-HELD-NAME.
004280     DISPLAY 'DEPARTMENT : ' CIF-HELD-DEPT.
004290     DISPLAY 'ENTERED    : ' CIF-HELD-ENTRY-DATE
004300         ' ' CIF-HELD-ENTRY-TIME
004310         ' BY ' CIF-HELD-OPERATOR-ID.
004320     DISPLAY 'STATUS     : ' CIF-HELD-STATUS
004330         ' (RESTORED AS A = ACTIVE)'.
004340     DISPLAY 'RESTORE THIS CUSTOMER - CONFIRM (Y/N) ? '.
004350     ACCEPT CIF-RESPONSE.
004360     IF CIF-RESPONSE NOT = 'Y' AND CIF-RESPONSE NOT = 'y'
004370         DISPLAY 'RESTORE NOT CONFIRMED - NO CHANGE MADE'
004380         GO TO 4000-EXIT
004390     END-IF.
004400
004410     MOVE CIF-HELD-KEY         TO CIF-CUST-KEY.
004420     MOVE CIF-HELD-NAME        TO CIF-CUST-NAME.
004430     MOVE CIF-HELD-DEPT        TO CIF-CUST-DEPT.
004440     MOVE CIF-HELD-ENTRY-DATE  TO CIF-CUST-ENTRY-DATE.
004450     MOVE CIF-HELD-ENTRY-TIME  TO CIF-CUST-ENTRY-TIME.
004460     MOVE CIF-HELD-OPERATOR-ID TO CIF-CUST-OPERATOR-ID.
004470     MOVE 'A'                  TO CIF-CUST-STATUS.
004480     MOVE CIF-HELD-ACK-FLAG    TO CIF-CUST-ACK-FLAG.
004490     MOVE CIF-HELD-XTR-FLAG    TO CIF-CUST-XTR-FLAG.
004500     MOVE CIF-HELD-ADDR-STREET TO CIF-CUST-ADDR-STREET.
004510     MOVE CIF-HELD-ADDR-CITY   TO CIF-CUST-ADDR-CITY.
004520     MOVE CIF-HELD-ADDR-STATE  TO CIF-CUST-ADDR-STATE.
004530     MOVE CIF-HELD-ADDR-ZIP    TO CIF-CUST-ADDR-ZIP.
004540     MOVE CIF-HELD-PHONE       TO CIF-CUST-PHONE.
004550     MOVE CIF-HELD-BALANCE     TO CIF-CUST-BALANCE.
004560     MOVE CIF-HELD-BRANCH      TO CIF-CUST-BRANCH.
004570     MOVE CIF-HELD-LTR-FLAG    TO CIF-CUST-LTR-FLAG.
004580     MOVE CIF-RUN-DATE         TO CIF-CUST-LAST-ACT-DATE.
004590     MOVE SPACES               TO CIF-CUST-NOTICE-DATE.
004600     MOVE CIF-HELD-UNDELIV-FLAG TO CIF-CUST-UNDELIV-FLAG.
004610     MOVE SPACES               TO CIF-CUST-FILLER.
004620
004630     WRITE CUSTOMER-MASTER-RECORD
004640         INVALID KEY
004650             DISPLAY 'ACCOUNT ' CIF-CUST-KEY ' ALREADY IN USE '
004660                 'ON THE LIVE MASTER - RESTORE REFUSED - '
004670                 'STATUS ' CIF-CUSTMAST-STATUS
004680         NOT INVALID KEY
004690             ADD 1 TO CIF-RECS-RESTORED
004700             DISPLAY 'ACCOUNT ' CIF-CUST-KEY
004710                 ' RESTORED TO CUSTOMER-MASTER'
004720             MOVE 'ACCOUNT'      TO CIF-AUD-FIELD-ID
004730             MOVE CIF-HELD-NAME  TO CIF-AUD-VALUE
004740             MOVE 'RESTORED'     TO CIF-AUD-STATUS
004750             MOVE CIF-CUST-KEY   TO CIF-AUD-ACCT-NO
004760             PERFORM 5000-WRITE-AUDIT-ENTRY THRU 5000-EXIT
004770     END-WRITE.
004780 4000-EXIT.
004790     EXIT.
004800
004810******************************************************************
004820*   5000-WRITE-AUDIT-ENTRY                                       *
004830*   APPENDS ONE TIMESTAMPED AUDIT LOG ENTRY.  CALLERS MOVE THE   *
004840*   FIELD ID, VALUE, STATUS AND ACCOUNT NUMBER INTO THE AUDIT    *
004850*   RECORD BEFORE PERFORMING THIS PARAGRAPH.                     *
004860******************************************************************
004870 5000-WRITE-AUDIT-ENTRY.
004880     MOVE CIF-RUN-DATE    TO CIF-AUD-DATE.
004890     MOVE CIF-RUN-TIME    TO CIF-AUD-TIME.
004900     MOVE CIF-OPERATOR-ID TO CIF-AUD-OPERATOR-ID.
004910     WRITE AUDIT-LOG-RECORD.
004920 5000-EXIT.
004930     EXIT.
004940
004950******************************************************************
004960*   9000-TERMINATE                                               *
004970*   REPORTS SESSION TOTALS AND CLOSES ALL FILES.                 *
004980******************************************************************
004990 9000-TERMINATE.
005000     IF NOT CIF-ABORT
005010         DISPLAY 'ARCHREST - RECORDS RESTORED : '
005020             CIF-RECS-RESTORED
005030         CLOSE CUSTOMER-MASTER
005040         CLOSE AUDIT-FILE
005050     END-IF.
005060 9000-EXIT.
005070     EXIT.
005080
005090 END PROGRAM ARCHREST.
