000290*   09/02/26   JPL   BACKUP RECORD WIDENED TO THE 226-BYTE       *
000300*                    MASTER LAYOUT CARRYING THE WELCOME-LETTER   *
000310*                    FLAG.                                       *
000320*   10/15/26   JPL   BACKUP RECORD WIDENED TO THE 242-BYTE       *
000330*                    MASTER LAYOUT CARRYING THE LAST-ACTIVITY    *
000340*                    AND DORMANCY-NOTICE DATES.                  *
000350*                                                                *
000360******************************************************************
000370 IDENTIFICATION DIVISION.
000380 PROGRAM-ID. CUSTBKUP.
000390
000400 ENVIRONMENT DIVISION.
000410 INPUT-OUTPUT SECTION.
000420 FILE-CONTROL.
000430     SELECT CUSTOMER-MASTER ASSIGN TO CUSTMAST
000440         ORGANIZATION IS INDEXED
000450         ACCESS MODE IS SEQUENTIAL
000460         RECORD KEY IS CIF-CUST-KEY
000470         ALTERNATE RECORD KEY IS CIF-CUST-NAME
000480             WITH DUPLICATES
000490         FILE STATUS IS CIF-CUSTMAST-STATUS.
000500
000510     SELECT BACKUP-FILE ASSIGN TO CUSTBKP
000520         ORGANIZATION IS SEQUENTIAL
000530         FILE STATUS IS CIF-BACKUP-STATUS.
000540
000550     SELECT ACCT-SEQUENCE-FILE ASSIGN TO ACCTSEQ
000560         ORGANIZATION IS SEQUENTIAL
000570         FILE STATUS IS CIF-ACCTSEQ-STATUS.
000580
000590     SELECT OPERATOR-SECURITY ASSIGN TO OPERSEC
000600         ORGANIZATION IS SEQUENTIAL
000610         FILE STATUS IS CIF-OPERSEC-STATUS.
000620
000630 DATA DIVISION.
000640 FILE SECTION.
000650 FD  CUSTOMER-MASTER.
000660     COPY CUSTREC.
000670
000680******************************************************************
000690*   FLAT BACKUP FILE - EACH DETAIL IS THE 242-BYTE MASTER        *
000700*   RECORD IMAGE; THE LAST RECORD IS THE TRL TRAILER CARRYING    *
000710*   THE RUN DATE AND THE DETAIL COUNT THE RELOAD TIES AGAINST.   *
000720*   A DETAIL ALWAYS BEGINS WITH A DIGIT (THE ACCOUNT NUMBER),    *
000730*   SO THE TRAILER CANNOT BE MISTAKEN FOR ONE.                   *
000740******************************************************************
000750 FD  BACKUP-FILE.
000760 01  CIF-BKUP-RECORD             PIC X(242).
000770
000780 FD  ACCT-SEQUENCE-FILE.
000790     COPY ACCTSEQ.
000800
000810 FD  OPERATOR-SECURITY.
000820     COPY OPERREC.
000830
000840 WORKING-STORAGE SECTION.
000850******************************************************************
000860*   FILE STATUS FIELDS                                          *
000870******************************************************************
000880 01  CIF-FILE-STATUSES.
000890     05  CIF-CUSTMAST-STATUS     PIC X(02) VALUE '00'.
000900     05  CIF-BACKUP-STATUS       PIC X(02) VALUE '00'.
000910     05  CIF-ACCTSEQ-STATUS      PIC X(02) VALUE '00'.
000920     05  CIF-OPERSEC-STATUS      PIC X(02) VALUE '00'.
000930
000940******************************************************************
000950*   SWITCHES                                                    *
000960******************************************************************
000970 01  CIF-SWITCHES.
000980     05  CIF-EOF-SWITCH          PIC X(01) VALUE 'N'.
000990         88  CIF-EOF                        VALUE 'Y'.
001000     05  CIF-ABORT-SWITCH        PIC X(01) VALUE 'N'.
001010         88  CIF-ABORT                      VALUE 'Y'.
001020     05  CIF-OPERSEC-EOF-SWITCH  PIC X(01) VALUE 'N'.
001030         88  CIF-OPERSEC-EOF                VALUE 'Y'.
001040     05  CIF-SIGNON-OK-SWITCH    PIC X(01) VALUE 'N'.
001050         88  CIF-SIGNON-OK                  VALUE 'Y'.
001060     05  CIF-CUSTMAST-OPEN-SW    PIC X(01) VALUE 'N'.
001070         88  CIF-CUSTMAST-OPEN              VALUE 'Y'.
001080     05  CIF-BACKUP-OPEN-SW      PIC X(01) VALUE 'N'.
001090         88  CIF-BACKUP-OPEN                VALUE 'Y'.
001100     05  CIF-TRAILER-SEEN-SWITCH PIC X(01) VALUE 'N'.
001110         88  CIF-TRAILER-SEEN               VALUE 'Y'.
001120     05  CIF-FUNCTION-SWITCH     PIC X(01) VALUE SPACE.
001130         88  CIF-FUNC-UNLOAD                VALUES 'U' 'u'.
001140         88  CIF-FUNC-RELOAD                VALUES 'R' 'r'.
001150
001160******************************************************************
001170*   BATCH COUNTERS AND KEY CONTROL                               *
001180******************************************************************
001190 01  CIF-COUNTERS.
001200     05  CIF-RECS-UNLOADED       PIC 9(06) COMP VALUE ZERO.
001210     05  CIF-RECS-RELOADED       PIC 9(06) COMP VALUE ZERO.
001220     05  CIF-SIGNON-TRIES        PIC 9(01) COMP VALUE ZERO.
001230     05  CIF-OPER-IDX            PIC 9(03) COMP VALUE ZERO.
001240     05  CIF-OPER-COUNT          PIC 9(03) COMP VALUE ZERO.
001250
001260 01  CIF-KEY-CONTROL.
001270     05  CIF-PREV-KEY            PIC 9(09) VALUE ZERO.
001280     05  CIF-HIGH-KEY            PIC 9(09) VALUE ZERO.
001290
001300******************************************************************
001310*   MISCELLANEOUS WORKING FIELDS                                 *
001320******************************************************************
001330 01  CIF-MISC-WORK.
001340     05  CIF-OPERATOR-ID         PIC X(08) VALUE SPACES.
001350     05  CIF-SIGNON-AUTH-LEVEL   PIC X(01) VALUE SPACE.
001360         88  CIF-SIGNON-SUPERVISOR          VALUE 'S'.
001370     05  CIF-RUN-DATE            PIC X(08).
001380     05  CIF-RESPONSE            PIC X(01) VALUE SPACE.
001390
001400******************************************************************
001410*   TRAILER CONTROL RECORD WORK AREA - BUILT HERE ON UNLOAD      *
001420*   AND PARSED FROM THE BACKUP RECORD AREA ON RELOAD.            *
001430******************************************************************
001440 01  CIF-BKUP-TRAILER.
001450     05  CIF-BKT-REC-TYPE        PIC X(03).
001460         88  CIF-BKT-TRAILER                VALUE 'TRL'.
001470     05  CIF-BKT-RUN-DATE        PIC X(08).
001480     05  CIF-BKT-REC-COUNT       PIC 9(09).
001490     05  FILLER                  PIC X(222).
001500
001510******************************************************************
001520*   OPERATOR SECURITY TABLE                                      *
001530*   THE SECURITY FILE IS SMALL (A HANDFUL OF OPERATORS) AND IS   *
001540*   LOADED HERE AT STARTUP SO SIGN-ON RETRIES DO NOT RE-READ     *
001550*   THE FILE.                                                    *
001560******************************************************************
001570 01  CIF-OPERATOR-TABLE.
001580     05  CIF-OPER-ENTRY OCCURS 50 TIMES.
001590         10  CIF-OPTBL-ID        PIC X(08).
001600         10  CIF-OPTBL-NAME      PIC X(30).
001610         10  CIF-OPTBL-ACTIVE-SW PIC X(01).
001620         10  CIF-OPTBL-AUTH-LVL  PIC X(01).
001630
001640 PROCEDURE DIVISION.
001650******************************************************************
001660*   0000-MAINLINE                                                *
001670*   TOP-LEVEL CONTROL - SIGN-ON, FUNCTION SELECT, AND THE        *
001680*   UNLOAD OR RELOAD PASS WITH ITS VERIFICATION.                 *
001690******************************************************************
001700 0000-MAINLINE.
001710     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001720     IF NOT CIF-ABORT
001730         IF CIF-FUNC-UNLOAD
001740             PERFORM 2000-UNLOAD-MASTER THRU 2000-EXIT
001750         ELSE
001760             PERFORM 3000-RELOAD-MASTER THRU 3000-EXIT
001770         END-IF
001780     END-IF.
001790     IF NOT CIF-ABORT
001800         PERFORM 8000-CHECK-SEQUENCE-FILE THRU 8000-EXIT
001810     END-IF.
001820     PERFORM 9000-TERMINATE THRU 9000-EXIT.
001830     STOP RUN.
001840
001850******************************************************************
001860*   1000-INITIALIZE                                              *
001870*   SIGNS THE OPERATOR ON AND ACCEPTS THE FUNCTION.  A RELOAD    *
001880*   REPLACES THE LIVE MASTER, SO IT NEEDS SUPERVISOR AUTHORITY   *
001890*   AND A CONSOLE CONFIRMATION BEFORE ANYTHING IS OPENED.        *
001900******************************************************************
001910 1000-INITIALIZE.
001920     ACCEPT CIF-RUN-DATE FROM DATE YYYYMMDD.
001930     PERFORM 1050-LOAD-OPERATORS THRU 1050-EXIT.
001940     PERFORM 1060-SIGN-ON THRU 1060-EXIT.
001950     IF CIF-ABORT
001960         GO TO 1000-EXIT
001970     END-IF.
001980
001990     DISPLAY 'FUNCTION - U = UNLOAD TO BACKUP, '
002000         'R = RELOAD FROM BACKUP : '.
002010     ACCEPT CIF-FUNCTION-SWITCH.
002020     IF NOT CIF-FUNC-UNLOAD AND NOT CIF-FUNC-RELOAD
002030         DISPLAY 'CUSTBKUP - FUNCTION MUST BE U OR R - '
002040             'JOB CANCELLED'
002050         MOVE 8 TO RETURN-CODE
002060         MOVE 'Y' TO CIF-ABORT-SWITCH
002070         GO TO 1000-EXIT
002080     END-IF.
002090
002100     IF CIF-FUNC-RELOAD
002110         IF NOT CIF-SIGNON-SUPERVISOR
002120             DISPLAY 'CUSTBKUP - SUPERVISOR AUTHORITY REQUIRED '
002130                 'TO RELOAD - JOB CANCELLED'
002140             MOVE 16 TO RETURN-CODE
002150             MOVE 'Y' TO CIF-ABORT-SWITCH
002160             GO TO 1000-EXIT
002170         END-IF
002180         DISPLAY 'RELOAD REPLACES THE LIVE CUSTOMER-MASTER '
002190             'FROM THE BACKUP - CONFIRM (Y/N) ? '
002200         ACCEPT CIF-RESPONSE
002210         IF CIF-RESPONSE NOT = 'Y' AND CIF-RESPONSE NOT = 'y'
002220             DISPLAY 'RELOAD NOT CONFIRMED - JOB CANCELLED'
002230             MOVE 8 TO RETURN-CODE
002240             MOVE 'Y' TO CIF-ABORT-SWITCH
002250             GO TO 1000-EXIT
002260         END-IF
002270     END-IF.
002280 1000-EXIT.
002290     EXIT.
002300
002310******************************************************************
002320*   1050-LOAD-OPERATORS                                          *
002330*   LOADS THE OPERATOR SECURITY FILE INTO THE SIGN-ON TABLE,     *
002340*   CREATING THE FILE WITH THE DEFAULT OPER01 ENTRY ON ITS       *
002350*   FIRST USE, THE SAME WAY THE INTAKE PROGRAM DOES.             *
002360******************************************************************
002370 1050-LOAD-OPERATORS.
002380     MOVE ZERO TO CIF-OPER-COUNT.
002390     MOVE 'N' TO CIF-OPERSEC-EOF-SWITCH.
002400     OPEN INPUT OPERATOR-SECURITY.
002410     IF CIF-OPERSEC-STATUS NOT = '00'
002420         OPEN OUTPUT OPERATOR-SECURITY
002430         MOVE 'OPER01'           TO CIF-OPER-ID
002440         MOVE 'DEFAULT OPERATOR' TO CIF-OPER-NAME
002450         MOVE 'Y'                TO CIF-OPER-ACTIVE-SW
002460         MOVE 'S'                TO CIF-OPER-AUTH-LEVEL
002470         MOVE SPACES             TO CIF-OPER-FILLER
002480         WRITE OPERATOR-SECURITY-RECORD
002490         CLOSE OPERATOR-SECURITY
002500         OPEN INPUT OPERATOR-SECURITY
002510     END-IF.
002520     PERFORM 1055-READ-OPERATOR THRU 1055-EXIT
002530         UNTIL CIF-OPERSEC-EOF.
002540     CLOSE OPERATOR-SECURITY.
002550 1050-EXIT.
002560     EXIT.
002570
002580******************************************************************
002590*   1055-READ-OPERATOR                                           *
002600*   READS ONE OPERATOR SECURITY RECORD INTO THE SIGN-ON TABLE.   *
002610******************************************************************
002620 1055-READ-OPERATOR.
002630     READ OPERATOR-SECURITY
002640         AT END
002650             MOVE 'Y' TO CIF-OPERSEC-EOF-SWITCH
002660         NOT AT END
002670             IF CIF-OPER-COUNT < 50
002680                 ADD 1 TO CIF-OPER-COUNT
002690                 MOVE CIF-OPER-ID TO CIF-OPTBL-ID (CIF-OPER-COUNT)
002700                 MOVE CIF-OPER-NAME
002710                     TO CIF-OPTBL-NAME (CIF-OPER-COUNT)
002720                 MOVE CIF-OPER-ACTIVE-SW
002730                     TO CIF-OPTBL-ACTIVE-SW (CIF-OPER-COUNT)
002740                 MOVE CIF-OPER-AUTH-LEVEL
002750                     TO CIF-OPTBL-AUTH-LVL (CIF-OPER-COUNT)
002760             END-IF
002770     END-READ.
002780     IF NOT CIF-OPERSEC-EOF
002790         IF CIF-OPERSEC-STATUS NOT = '00'
002800             DISPLAY 'CUSTBKUP - OPERATOR SECURITY READ FAILED '
002810                 '- STATUS ' CIF-OPERSEC-STATUS
002820                 ' - SIGN-ON TABLE INCOMPLETE'
002830             MOVE 'Y' TO CIF-OPERSEC-EOF-SWITCH
002840         END-IF
002850     END-IF.
002860 1055-EXIT.
002870     EXIT.
002880
002890******************************************************************
002900*   1060-SIGN-ON                                                 *
002910*   GIVES THE OPERATOR THREE TRIES TO SIGN ON WITH AN ID THAT    *
002920*   IS ON THE SECURITY FILE AND STILL ACTIVE.  A FAILED SIGN-ON  *
002930*   CANCELS THE JOB BEFORE ANY OTHER FILE IS OPENED.             *
002940******************************************************************
002950 1060-SIGN-ON.
002960     MOVE ZERO TO CIF-SIGNON-TRIES.
002970     PERFORM 1070-SIGN-ON-TRY THRU 1070-EXIT
002980         UNTIL CIF-SIGNON-OK OR CIF-SIGNON-TRIES >= 3.
002990     IF NOT CIF-SIGNON-OK
003000         DISPLAY 'SIGN-ON FAILED - JOB CANCELLED'
003010         MOVE 16 TO RETURN-CODE
003020         MOVE 'Y' TO CIF-ABORT-SWITCH
003030     END-IF.
003040 1060-EXIT.
003050     EXIT.
003060
003070******************************************************************
003080*   1070-SIGN-ON-TRY                                             *
003090*   ONE SIGN-ON ATTEMPT - ACCEPTS THE OPERATOR ID AND SEARCHES   *
003100*   THE SECURITY TABLE FOR AN ACTIVE MATCH.                      *
003110******************************************************************
003120 1070-SIGN-ON-TRY.
003130     ADD 1 TO CIF-SIGNON-TRIES.
003140     DISPLAY 'ENTER OPERATOR ID : '.
003150     ACCEPT CIF-OPERATOR-ID.
003160     PERFORM 1080-MATCH-OPERATOR THRU 1080-EXIT
003170         VARYING CIF-OPER-IDX FROM 1 BY 1
003180         UNTIL CIF-OPER-IDX > CIF-OPER-COUNT OR CIF-SIGNON-OK.
003190     IF NOT CIF-SIGNON-OK
003200         DISPLAY 'OPERATOR NOT AUTHORIZED OR NOT ACTIVE'
003210     END-IF.
003220 1070-EXIT.
003230     EXIT.
003240
003250******************************************************************
003260*   1080-MATCH-OPERATOR                                          *
003270*   COMPARES ONE SECURITY TABLE ENTRY AGAINST THE ID KEYED.      *
003280******************************************************************
003290 1080-MATCH-OPERATOR.
003300     IF CIF-OPTBL-ID (CIF-OPER-IDX) = CIF-OPERATOR-ID AND
003310             CIF-OPTBL-ACTIVE-SW (CIF-OPER-IDX) = 'Y'
003320         MOVE CIF-OPTBL-AUTH-LVL (CIF-OPER-IDX)
003330             TO CIF-SIGNON-AUTH-LEVEL
003340         MOVE 'Y' TO CIF-SIGNON-OK-SWITCH
003350         DISPLAY 'SIGNED ON - ' CIF-OPERATOR-ID ' '
003360             CIF-OPTBL-NAME (CIF-OPER-IDX)
003370     END-IF.
003380 1080-EXIT.
003390     EXIT.
003400
003410******************************************************************
003420*   2000-UNLOAD-MASTER                                           *
003430*   READS THE WHOLE INDEXED MASTER IN KEY ORDER AND WRITES       *
003440*   EVERY RECORD IMAGE TO THE FLAT BACKUP, CLOSED BY THE TRL     *
003450*   TRAILER CARRYING THE DETAIL COUNT.  A KEY OUT OF ASCENDING   *
003460*   SEQUENCE MEANS A DAMAGED INDEX AND FAILS THE RUN.            *
003470******************************************************************
003480 2000-UNLOAD-MASTER.
003490     OPEN INPUT CUSTOMER-MASTER.
003500     IF CIF-CUSTMAST-STATUS NOT = '00'
003510         DISPLAY 'CUSTBKUP - CUSTOMER-MASTER OPEN FAILED - '
003520             'STATUS ' CIF-CUSTMAST-STATUS
003530         MOVE 16 TO RETURN-CODE
003540         MOVE 'Y' TO CIF-ABORT-SWITCH
003550         GO TO 2000-EXIT
003560     END-IF.
003570     MOVE 'Y' TO CIF-CUSTMAST-OPEN-SW.
003580
003590     OPEN OUTPUT BACKUP-FILE.
003600     IF CIF-BACKUP-STATUS NOT = '00'
003610         DISPLAY 'CUSTBKUP - BACKUP OPEN FAILED - STATUS '
003620             CIF-BACKUP-STATUS
003630         MOVE 16 TO RETURN-CODE
003640         MOVE 'Y' TO CIF-ABORT-SWITCH
003650         GO TO 2000-EXIT
003660     END-IF.
003670     MOVE 'Y' TO CIF-BACKUP-OPEN-SW.
003680
003690     PERFORM 2100-UNLOAD-ONE THRU 2100-EXIT
003700         UNTIL CIF-EOF.
003710
003720     IF NOT CIF-ABORT
003730         MOVE SPACES             TO CIF-BKUP-TRAILER
003740         MOVE 'TRL'              TO CIF-BKT-REC-TYPE
003750         MOVE CIF-RUN-DATE       TO CIF-BKT-RUN-DATE
003760         MOVE CIF-RECS-UNLOADED  TO CIF-BKT-REC-COUNT
003770         MOVE CIF-BKUP-TRAILER   TO CIF-BKUP-RECORD
003780         WRITE CIF-BKUP-RECORD
003790         IF CIF-BACKUP-STATUS NOT = '00'
003800             DISPLAY 'CUSTBKUP - TRAILER WRITE FAILED - '
003810                 'STATUS ' CIF-BACKUP-STATUS
003820             MOVE 16 TO RETURN-CODE
003830             MOVE 'Y' TO CIF-ABORT-SWITCH
003840         ELSE
003850             DISPLAY 'CUSTBKUP - RECORDS UNLOADED : '
003860                 CIF-RECS-UNLOADED
003870         END-IF
003880     END-IF.
003890 2000-EXIT.
003900     EXIT.
003910
003920******************************************************************
003930*   2100-UNLOAD-ONE                                              *
003940*   READS ONE MASTER RECORD AND WRITES ITS IMAGE TO THE          *
003950*   BACKUP, VERIFYING THE KEY SEQUENCE ON THE WAY.               *
003960******************************************************************
003970 2100-UNLOAD-ONE.
003980     READ CUSTOMER-MASTER NEXT RECORD
003990         AT END
004000             MOVE 'Y' TO CIF-EOF-SWITCH
004010     END-READ.
004020     IF CIF-EOF
004030         GO TO 2100-EXIT
004040     END-IF.
004050     IF CIF-CUSTMAST-STATUS NOT = '00' AND
004060             CIF-CUSTMAST-STATUS NOT = '02'
004070         DISPLAY 'CUSTBKUP - MASTER READ FAILED - STATUS '
004080             CIF-CUSTMAST-STATUS ' - JOB FAILING'
004090         MOVE 16 TO RETURN-CODE
004100         MOVE 'Y' TO CIF-ABORT-SWITCH
004110         MOVE 'Y' TO CIF-EOF-SWITCH
004120         GO TO 2100-EXIT
004130     END-IF.
004140
004150     IF CIF-RECS-UNLOADED > ZERO AND
004160             CIF-CUST-KEY NOT > CIF-PREV-KEY
004170         DISPLAY 'CUSTBKUP - KEY OUT OF SEQUENCE - '
004180             CIF-CUST-KEY ' AFTER ' CIF-PREV-KEY
004190             ' - JOB FAILING'
004200         MOVE 16 TO RETURN-CODE
004210         MOVE 'Y' TO CIF-ABORT-SWITCH
004220         MOVE 'Y' TO CIF-EOF-SWITCH
004230         GO TO 2100-EXIT
004240     END-IF.
004250     MOVE CIF-CUST-KEY TO CIF-PREV-KEY.
004260     IF CIF-CUST-KEY > CIF-HIGH-KEY
004270         MOVE CIF-CUST-KEY TO CIF-HIGH-KEY
004280     END-IF.
004290
004300     MOVE CUSTOMER-MASTER-RECORD TO CIF-BKUP-RECORD.
004310     WRITE CIF-BKUP-RECORD.
004320     IF CIF-BACKUP-STATUS NOT = '00'
004330         DISPLAY 'CUSTBKUP - BACKUP WRITE FAILED - KEY '
004340             CIF-CUST-KEY ' STATUS ' CIF-BACKUP-STATUS
004350         MOVE 16 TO RETURN-CODE
004360         MOVE 'Y' TO CIF-ABORT-SWITCH
004370         MOVE 'Y' TO CIF-EOF-SWITCH
004380         GO TO 2100-EXIT
004390     END-IF.
004400     ADD 1 TO CIF-RECS-UNLOADED.
004410 2100-EXIT.
004420     EXIT.
004430
004440******************************************************************
004450*   3000-RELOAD-MASTER                                           *
004460*   REBUILDS THE INDEXED MASTER (BOTH KEYS) FROM THE FLAT        *
004470*   BACKUP.  THE DETAIL COUNT MUST TIE TO THE TRAILER CONTROL    *
004480*   TOTAL, THE KEYS MUST ARRIVE IN ASCENDING SEQUENCE, AND A     *
004490*   BACKUP WITH NO TRAILER IS AN INCOMPLETE FILE AND FAILS.      *
004500******************************************************************
004510 3000-RELOAD-MASTER.
004520     OPEN INPUT BACKUP-FILE.
004530     IF CIF-BACKUP-STATUS NOT = '00'
004540         DISPLAY 'CUSTBKUP - BACKUP OPEN FAILED - STATUS '
004550             CIF-BACKUP-STATUS
004560         MOVE 16 TO RETURN-CODE
004570         MOVE 'Y' TO CIF-ABORT-SWITCH
004580         GO TO 3000-EXIT
004590     END-IF.
004600     MOVE 'Y' TO CIF-BACKUP-OPEN-SW.
004610
004620     OPEN OUTPUT CUSTOMER-MASTER.
004630     IF CIF-CUSTMAST-STATUS NOT = '00'
004640         DISPLAY 'CUSTBKUP - CUSTOMER-MASTER REBUILD OPEN '
004650             'FAILED - STATUS ' CIF-CUSTMAST-STATUS
004660         MOVE 16 TO RETURN-CODE
004670         MOVE 'Y' TO CIF-ABORT-SWITCH
004680         GO TO 3000-EXIT
004690     END-IF.
004700     MOVE 'Y' TO CIF-CUSTMAST-OPEN-SW.
004710
004720     PERFORM 3100-RELOAD-ONE THRU 3100-EXIT
004730         UNTIL CIF-EOF.
004740
004750     IF NOT CIF-ABORT
004760         IF NOT CIF-TRAILER-SEEN
004770             DISPLAY 'CUSTBKUP - BACKUP HAS NO TRAILER - '
004780                 'INCOMPLETE FILE - JOB FAILING'
004790             MOVE 16 TO RETURN-CODE
004800             MOVE 'Y' TO CIF-ABORT-SWITCH
004810         ELSE
004820             DISPLAY 'CUSTBKUP - RECORDS RELOADED : '
004830                 CIF-RECS-RELOADED
004840         END-IF
004850     END-IF.
004860 3000-EXIT.
004870     EXIT.
004880
004890******************************************************************
004900*   3100-RELOAD-ONE                                              *
004910*   READS ONE BACKUP RECORD.  THE TRAILER IS TIED AGAINST THE    *
004920*   DETAIL COUNT; A DETAIL IS SEQUENCE-CHECKED AND WRITTEN TO    *
004930*   THE REBUILT MASTER.                                          *
004940******************************************************************
004950 3100-RELOAD-ONE.
004960     READ BACKUP-FILE
004970         AT END
004980             MOVE 'Y' TO CIF-EOF-SWITCH
004990     END-READ.
005000     IF CIF-EOF
005010         GO TO 3100-EXIT
005020     END-IF.
005030     IF CIF-BACKUP-STATUS NOT = '00'
005040         DISPLAY 'CUSTBKUP - BACKUP READ FAILED - STATUS '
005050             CIF-BACKUP-STATUS ' - JOB FAILING'
005060         MOVE 16 TO RETURN-CODE
005070         MOVE 'Y' TO CIF-ABORT-SWITCH
005080         MOVE 'Y' TO CIF-EOF-SWITCH
005090         GO TO 3100-EXIT
005100     END-IF.
005110
005120     IF CIF-BKUP-RECORD(1:3) = 'TRL'
005130         MOVE 'Y' TO CIF-TRAILER-SEEN-SWITCH
005140         MOVE CIF-BKUP-RECORD TO CIF-BKUP-TRAILER
005150         IF CIF-BKT-REC-COUNT NOT = CIF-RECS-RELOADED
005160             DISPLAY 'CUSTBKUP - TRAILER COUNT '
005170                 CIF-BKT-REC-COUNT ' DOES NOT TIE TO RELOADED '
005180                 CIF-RECS-RELOADED ' - JOB FAILING'
005190             MOVE 16 TO RETURN-CODE
005200             MOVE 'Y' TO CIF-ABORT-SWITCH
005210         END-IF
005220         MOVE 'Y' TO CIF-EOF-SWITCH
005230         GO TO 3100-EXIT
005240     END-IF.
005250
005260     MOVE CIF-BKUP-RECORD TO CUSTOMER-MASTER-RECORD.
005270     IF CIF-CUST-KEY IS NOT NUMERIC
005280         DISPLAY 'CUSTBKUP - BAD DETAIL KEY ON BACKUP - '
005290             'JOB FAILING'
005300         MOVE 16 TO RETURN-CODE
005310         MOVE 'Y' TO CIF-ABORT-SWITCH
005320         MOVE 'Y' TO CIF-EOF-SWITCH
005330         GO TO 3100-EXIT
005340     END-IF.
005350     IF CIF-RECS-RELOADED > ZERO AND
005360             CIF-CUST-KEY NOT > CIF-PREV-KEY
005370         DISPLAY 'CUSTBKUP - KEY OUT OF SEQUENCE - '
005380             CIF-CUST-KEY ' AFTER ' CIF-PREV-KEY
005390             ' - JOB FAILING'
005400         MOVE 16 TO RETURN-CODE
005410         MOVE 'Y' TO CIF-ABORT-SWITCH
005420         MOVE 'Y' TO CIF-EOF-SWITCH
005430         GO TO 3100-EXIT
005440     END-IF.
005450     MOVE CIF-CUST-KEY TO CIF-PREV-KEY.
005460     IF CIF-CUST-KEY > CIF-HIGH-KEY
005470         MOVE CIF-CUST-KEY TO CIF-HIGH-KEY
005480     END-IF.
005490
005500     WRITE CUSTOMER-MASTER-RECORD
005510         INVALID KEY
005520             DISPLAY 'CUSTBKUP - REBUILD WRITE FAILED - KEY '
005530                 CIF-CUST-KEY ' STATUS ' CIF-CUSTMAST-STATUS
005540                 ' - JOB FAILING'
005550             MOVE 16 TO RETURN-CODE
005560             MOVE 'Y' TO CIF-ABORT-SWITCH
005570             MOVE 'Y' TO CIF-EOF-SWITCH
005580         NOT INVALID KEY
005590             ADD 1 TO CIF-RECS-RELOADED
005600     END-WRITE.
005610 3100-EXIT.
005620     EXIT.
005630
005640******************************************************************
005650*   8000-CHECK-SEQUENCE-FILE                                     *
005660*   TIES THE HIGHEST ACCOUNT NUMBER SEEN THIS RUN AGAINST THE    *
005670*   ACCOUNT SEQUENCE CONTROL FILE.  A SEQUENCE FILE BEHIND THE   *
005680*   MASTER WOULD LET THE INTAKE BATCH ISSUE A COLLIDING          *
005690*   ACCOUNT NUMBER, SO IT FAILS THE RUN HERE INSTEAD.            *
005700******************************************************************
005710 8000-CHECK-SEQUENCE-FILE.
005720     OPEN INPUT ACCT-SEQUENCE-FILE.
005730     IF CIF-ACCTSEQ-STATUS NOT = '00'
005740         DISPLAY 'CUSTBKUP - ACCOUNT SEQUENCE OPEN FAILED - '
005750             'STATUS ' CIF-ACCTSEQ-STATUS
005760             ' - SEQUENCE CHECK NOT DONE'
005770         MOVE 16 TO RETURN-CODE
005780         GO TO 8000-EXIT
005790     END-IF.
005800     READ ACCT-SEQUENCE-FILE
005810         AT END
005820             DISPLAY 'CUSTBKUP - ACCOUNT SEQUENCE EMPTY - '
005830                 'SEQUENCE CHECK NOT DONE'
005840             MOVE 16 TO RETURN-CODE
005850             CLOSE ACCT-SEQUENCE-FILE
005860             GO TO 8000-EXIT
005870     END-READ.
005880     CLOSE ACCT-SEQUENCE-FILE.
005890
005900     IF CIF-SEQ-LAST-ACCT < CIF-HIGH-KEY
005910         DISPLAY 'CUSTBKUP - SEQUENCE FILE LAGS THE MASTER - '
005920             'LAST ISSUED ' CIF-SEQ-LAST-ACCT
005930             ' BUT HIGHEST KEY ' CIF-HIGH-KEY
005940             ' - JOB FAILING'
005950         MOVE 16 TO RETURN-CODE
005960     ELSE
005970         DISPLAY 'CUSTBKUP - SEQUENCE CHECK OK - LAST ISSUED '
005980             CIF-SEQ-LAST-ACCT ' HIGHEST KEY ' CIF-HIGH-KEY
005990     END-IF.
006000 8000-EXIT.
006010     EXIT.
006020
006030******************************************************************
006040*   9000-TERMINATE                                               *
006050******************************************************************
006060 9000-TERMINATE.
006070     IF CIF-CUSTMAST-OPEN
006080         CLOSE CUSTOMER-MASTER
006090     END-IF.
006100     IF CIF-BACKUP-OPEN
006110         CLOSE BACKUP-FILE
006120     END-IF.
006130 9000-EXIT.
006140     EXIT.
006150
006160 END PROGRAM CUSTBKUP.
