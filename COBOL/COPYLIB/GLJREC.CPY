000010******************************************************************
000020*                                                                *
000030*   GLJREC.CPY                                                   *
000040*                                                                *
000050*   RECORD LAYOUT FOR THE GENERAL-LEDGER JOURNAL INTERFACE       *
000060*   HANDED TO FINANCE BY THE DAILY BALANCE PROOF (BALPROOF).     *
000070*   ONE DETAIL RECORD PER BRANCH WITH THE DAY'S POSTED DEBITS    *
000080*   AND CREDITS, BRACKETED BY HEADER AND TRAILER CONTROL         *
000090*   RECORDS THE WAY THE ACCOUNTING EXTRACT IS.  THE TRAILER IS   *
000100*   WRITTEN ONLY WHEN THE DAY PROVES, SO FINANCE CANNOT BOOK AN  *
000110*   UNPROVED DAY.                                                *
000120*                                                                *
000130*   MODIFICATION HISTORY                                        *
000140*   DATE       INIT  DESCRIPTION                                *
000150*   10/15/26   JPL   ORIGINAL COPYBOOK.                         *
000160*                                                                *
000170******************************************************************
000180 01  GL-JOURNAL-RECORD.
000190     05  CIF-GLJ-REC-TYPE        PIC X(03).
000200         88  CIF-GLJ-DETAIL                 VALUE 'DTL'.
000210     05  CIF-GLJ-BUS-DATE        PIC X(08).
000220     05  CIF-GLJ-BRANCH          PIC X(04).
000230     05  CIF-GLJ-DEBIT-COUNT     PIC 9(07).
000240     05  CIF-GLJ-DEBIT-TOTAL     PIC 9(11)V99.
000250     05  CIF-GLJ-CREDIT-COUNT    PIC 9(07).
000260     05  CIF-GLJ-CREDIT-TOTAL    PIC 9(11)V99.
000270     05  FILLER                  PIC X(25).
000280
000290 01  GL-JOURNAL-HEADER-RECORD.
000300     05  CIF-GLH-REC-TYPE        PIC X(03).
000310         88  CIF-GLH-HEADER                 VALUE 'HDR'.
000320     05  CIF-GLH-BUS-DATE        PIC X(08).
000330     05  CIF-GLH-FROM-DATE       PIC X(08).
000340     05  FILLER                  PIC X(61).
000350
000360 01  GL-JOURNAL-TRAILER-RECORD.
000370     05  CIF-GLT-REC-TYPE        PIC X(03).
000380         88  CIF-GLT-TRAILER                VALUE 'TRL'.
000390     05  CIF-GLT-BUS-DATE        PIC X(08).
000400     05  CIF-GLT-REC-COUNT       PIC 9(09).
000410     05  CIF-GLT-DEBIT-TOTAL     PIC 9(13)V99.
000420     05  CIF-GLT-CREDIT-TOTAL    PIC 9(13)V99.
000430     05  FILLER                  PIC X(30).
