000370*                    FILLER - SET ONCE THE WELCOME LETTER HAS    *
000380*                    BEEN PRODUCED SO A RERUN OF THE LETTER      *
000390*                    BATCH CANNOT LETTER A CUSTOMER TWICE.       *
000400*   10/15/26   JPL   ADDED CIF-CUST-LAST-ACT-DATE - THE DATE OF  *
000410*                    THE LAST POSTED ITEM OR CUSTOMER-INITIATED  *
000420*                    CHANGE - AND CIF-CUST-NOTICE-DATE, THE DATE *
000430*                    A DORMANCY NOTICE WAS LAST PRODUCED.        *
000440*                    RECORDS WRITTEN BEFORE THE CHANGE CARRY     *
000450*                    SPACES THERE; THE DORMANCY BATCH TAKES THE  *
000460*                    ENTRY DATE AS THEIR LAST ACTIVITY.          *
000470*   10/15/26   JPL   CIF-CUST-UNDELIV-FLAG CARVED OUT OF THE     *
000480*                    FILLER - SET BY THE RETURNED-MAIL BATCH     *
000490*                    WHEN MAIL TO THE ADDRESS COMES BACK, SO     *
000500*                    THE LETTER AND STATEMENT RUNS SKIP THE      *
000510*                    CUSTOMER; CLEARED WHEN A CORRECTED ADDRESS  *
000520*                    IS PUT ON THE RECORD.                       *
000530*                                                                *
000540******************************************************************
000550 01  CUSTOMER-MASTER-RECORD.
000560     05  CIF-CUST-KEY            PIC 9(09).
000570     05  CIF-CUST-NAME           PIC A(50).
000580     05  CIF-CUST-DEPT           PIC X(50).
000590     05  CIF-CUST-ENTRY-DATE     PIC X(08).
000600     05  CIF-CUST-ENTRY-TIME     PIC X(08).
000610     05  CIF-CUST-OPERATOR-ID    PIC X(08).
000620     05  CIF-CUST-STATUS         PIC X(01).
000630         88  CIF-CUST-ACTIVE                VALUES 'A' SPACE.
000640         88  CIF-CUST-INACTIVE              VALUE 'I'.
000650         88  CIF-CUST-PURGE-PENDING         VALUE 'P'.
000660     05  CIF-CUST-ACK-FLAG       PIC X(01).
000670         88  CIF-CUST-ACK-ACCEPTED          VALUE 'A'.
000680         88  CIF-CUST-ACK-REJECTED          VALUE 'R'.
000690         88  CIF-CUST-ACK-PENDING           VALUE SPACE.
000700     05  CIF-CUST-XTR-FLAG       PIC X(01).
000710         88  CIF-CUST-EXTRACTED             VALUE 'Y'.
000720     05  CIF-CUST-ADDR-STREET    PIC X(30).
000730     05  CIF-CUST-ADDR-CITY      PIC X(20).
000740     05  CIF-CUST-ADDR-STATE     PIC X(02).
000750     05  CIF-CUST-ADDR-ZIP       PIC X(05).
000760     05  CIF-CUST-PHONE          PIC X(10).
000770     05  CIF-CUST-BALANCE        PIC S9(09)V99.
000780     05  CIF-CUST-BRANCH         PIC X(04).
000790     05  CIF-CUST-LTR-FLAG       PIC X(01).
000800         88  CIF-CUST-LETTERED              VALUE 'Y'.
000810     05  CIF-CUST-LAST-ACT-DATE  PIC X(08).
000820     05  CIF-CUST-NOTICE-DATE    PIC X(08).
000830         88  CIF-CUST-NOT-NOTICED           VALUE SPACES.
000840     05  CIF-CUST-UNDELIV-FLAG   PIC X(01).
000850         88  CIF-CUST-UNDELIVERABLE         VALUE 'Y'.
000860     05  CIF-CUST-FILLER         PIC X(06).
