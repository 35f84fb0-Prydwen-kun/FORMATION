000180*   09/02/26   JPL   ADDED CIF-INTK-BRANCH - THE SUBMITTING    *
000190*                    BRANCH CODE, VALIDATED AGAINST THE        *
000200*                    BRANCH REFERENCE FILE.                    *
000210*   10/15/26   JPL   ADDED HEADER AND TRAILER CONTROL RECORDS. *
000220*                    THE HEADER CARRIES THE SENDING BRANCH,    *
000230*                    FILE DATE AND FILE SEQUENCE NUMBER; THE   *
000240*                    TRAILER CARRIES THE DETAIL RECORD COUNT.  *
000250*                                                                *
000260******************************************************************
000270 01  INTAKE-RECORD.
000280     05  CIF-INTK-NAME           PIC A(50).
000290     05  CIF-INTK-DEPT           PIC X(50).
000300     05  CIF-INTK-ADDR-STREET    PIC X(30).
000310     05  CIF-INTK-ADDR-CITY      PIC X(20).
000320     05  CIF-INTK-ADDR-STATE     PIC X(02).
000330     05  CIF-INTK-ADDR-ZIP       PIC X(05).
000340     05  CIF-INTK-PHONE          PIC X(10).
000350     05  CIF-INTK-BRANCH         PIC X(04).
000360
000370 01  INTAKE-HEADER-RECORD.
000380     05  CIF-INTH-REC-TYPE       PIC X(03).
000390         88  CIF-INTH-HEADER                VALUE 'HDR'.
000400     05  CIF-INTH-BRANCH         PIC X(04).
000410     05  CIF-INTH-FILE-DATE      PIC X(08).
000420     05  CIF-INTH-SEQ-NO         PIC 9(06).
000430     05  FILLER                  PIC X(150).
000440
000450 01  INTAKE-TRAILER-RECORD.
000460     05  CIF-INTT-REC-TYPE       PIC X(03).
000470         88  CIF-INTT-TRAILER               VALUE 'TRL'.
000480     05  CIF-INTT-REC-COUNT      PIC 9(09).
000490     05  FILLER                  PIC X(159).
