000040*                                                                *
000050*   RECORD LAYOUT FOR THE CUSTOMER ARCHIVE FILE.  RECORDS MOVED  *
000060*   OFF THE LIVE CUSTOMER-MASTER BY THE ARCHIVE/PURGE BATCH ARE  *
000070*   WRITTEN HERE IN THE SAME 242-BYTE LAYOUT AS CUSTREC.CPY, SO  *
000080*   AN ARCHIVED CUSTOMER CAN BE READ BACK OR RESTORED WITHOUT   *
000090*   REFORMATTING.                                                *
000100*                                                                *
000230*                    CUSTREC.CPY.                                *
000240*   09/02/26   JPL   ADDED CIF-ARCH-LTR-FLAG, MIRRORING          *
000250*                    CUSTREC.CPY.                                *
000260*   10/15/26   JPL   ADDED CIF-ARCH-LAST-ACT-DATE AND            *
000270*                    CIF-ARCH-NOTICE-DATE, MIRRORING             *
000280*                    CUSTREC.CPY.                                *
000290*   10/15/26   JPL   CIF-ARCH-UNDELIV-FLAG CARVED OUT OF THE     *
000300*                    FILLER, MIRRORING CUSTREC.CPY.              *
000310*                                                                *
000320******************************************************************
000330 01  ARCHIVE-RECORD.
000340     05  CIF-ARCH-KEY            PIC 9(09).
000350     05  CIF-ARCH-NAME           PIC A(50).
000360     05  CIF-ARCH-DEPT           PIC X(50).
000370     05  CIF-ARCH-ENTRY-DATE     PIC X(08).
000380     05  CIF-ARCH-ENTRY-TIME     PIC X(08).
000390     05  CIF-ARCH-OPERATOR-ID    PIC X(08).
000400     05  CIF-ARCH-STATUS         PIC X(01).
000410     05  CIF-ARCH-ACK-FLAG       PIC X(01).
000420     05  CIF-ARCH-XTR-FLAG       PIC X(01).
000430     05  CIF-ARCH-ADDR-STREET    PIC X(30).
000440     05  CIF-ARCH-ADDR-CITY      PIC X(20).
000450     05  CIF-ARCH-ADDR-STATE     PIC X(02).
000460     05  CIF-ARCH-ADDR-ZIP       PIC X(05).
000470     05  CIF-ARCH-PHONE          PIC X(10).
000480     05  CIF-ARCH-BALANCE        PIC S9(09)V99.
000490     05  CIF-ARCH-BRANCH         PIC X(04).
000500     05  CIF-ARCH-LTR-FLAG       PIC X(01).
000510     05  CIF-ARCH-LAST-ACT-DATE  PIC X(08).
000520     05  CIF-ARCH-NOTICE-DATE    PIC X(08).
000530     05  CIF-ARCH-UNDELIV-FLAG   PIC X(01).
000540     05  CIF-ARCH-FILLER         PIC X(06).
