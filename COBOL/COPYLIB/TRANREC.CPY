000120*   MODIFICATION HISTORY                                        *
000130*   DATE       INIT  DESCRIPTION                                *
000140*   09/02/26   JPL   ORIGINAL COPYBOOK.                         *
000150*   10/15/26   JPL   ADDED HEADER AND TRAILER CONTROL RECORDS. *
000160*                    THE HEADER CARRIES THE SENDING BRANCH,    *
000170*                    FILE DATE AND FILE SEQUENCE NUMBER; THE   *
000180*                    TRAILER CARRIES THE DETAIL RECORD COUNT   *
000190*                    AND A HASH TOTAL OF CIF-TRN-AMOUNT.       *
000200*   10/15/26   JPL   A CIF-TRN-REF PREFIX OF ME* MARKS AN      *
000210*                    INTEREST OR SERVICE-CHARGE ITEM RAISED BY *
000220*                    THE MONTH-END RUN (INTCHG), NOT A BRANCH. *
000230*                                                                *
000240******************************************************************
000250 01  TRANSACTION-RECORD.
000260     05  CIF-TRN-ACCT-NO         PIC 9(09).
000270     05  CIF-TRN-TYPE            PIC X(01).
000280         88  CIF-TRN-DEBIT                  VALUE 'D'.
000290         88  CIF-TRN-CREDIT                 VALUE 'C'.
000300     05  CIF-TRN-AMOUNT          PIC 9(07)V99.
000310     05  CIF-TRN-DATE            PIC X(08).
000320     05  CIF-TRN-REF             PIC X(12).
000330     05  CIF-TRN-REF-PARTS REDEFINES CIF-TRN-REF.
000340         10  CIF-TRN-REF-PREFIX  PIC X(03).
000350             88  CIF-TRN-MONTH-END          VALUE 'ME*'.
000360         10  CIF-TRN-REF-REST    PIC X(09).
000370     05  CIF-TRN-FILLER          PIC X(10).
000380
000390 01  TRANSACTION-HEADER-RECORD.
000400     05  CIF-TRH-REC-TYPE        PIC X(03).
000410         88  CIF-TRH-HEADER                 VALUE 'HDR'.
000420     05  CIF-TRH-BRANCH          PIC X(04).
000430     05  CIF-TRH-FILE-DATE       PIC X(08).
000440     05  CIF-TRH-SEQ-NO          PIC 9(06).
000450     05  FILLER                  PIC X(28).
000460
000470 01  TRANSACTION-TRAILER-RECORD.
000480     05  CIF-TRT-REC-TYPE        PIC X(03).
000490         88  CIF-TRT-TRAILER                VALUE 'TRL'.
000500     05  CIF-TRT-REC-COUNT       PIC 9(09).
000510     05  CIF-TRT-HASH-TOTAL      PIC 9(13)V99.
000520     05  FILLER                  PIC X(22).
