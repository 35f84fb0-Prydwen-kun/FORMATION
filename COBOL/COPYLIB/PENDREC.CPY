000010******************************************************************
000020*                                                                *
000030*   PENDREC.CPY                                                  *
000040*                                                                *
000050*   RECORD LAYOUT FOR THE TRNPOST PENDING-ITEM FILE.  ONE RECORD *
000060*   PER MONETARY ITEM HELD BECAUSE ITS ACCOUNT IS STILL AWAITING *
000070*   ACCOUNTING'S ACKNOWLEDGMENT.  THE ITEM FIELDS ARE THOSE OF   *
000080*   THE ORIGINAL TRANREC ITEM; CIF-PND-HELD-DATE IS THE DATE THE *
000090*   ITEM WAS FIRST HELD AND DRIVES THE AGE LIMIT, AND            *
000100*   CIF-PND-PRESENTED COUNTS THE NIGHTS IT HAS BEEN RE-PRESENTED.*
000110*                                                                *
000120*   MODIFICATION HISTORY                                        *
000130*   DATE       INIT  DESCRIPTION                                *
000140*   10/15/26   JPL   ORIGINAL COPYBOOK.                         *
000150*                                                                *
000160******************************************************************
000170 01  PENDING-ITEM-RECORD.
000180     05  CIF-PND-ACCT-NO         PIC 9(09).
000190     05  CIF-PND-TYPE            PIC X(01).
000200     05  CIF-PND-AMOUNT          PIC 9(07)V99.
000210     05  CIF-PND-TRN-DATE        PIC X(08).
000220     05  CIF-PND-REF             PIC X(12).
000230     05  CIF-PND-HELD-DATE       PIC X(08).
000240     05  CIF-PND-PRESENTED       PIC 9(03).
000250     05  CIF-PND-FILLER          PIC X(10).
