000010******************************************************************
000020*                                                                *
000030*   JRNLREC.CPY                                                  *
000040*                                                                *
000050*   RECORD LAYOUT FOR THE PERMANENT TRANSACTION JOURNAL.  THE    *
000060*   POSTING BATCH (TRNPOST) APPENDS ONE RECORD FOR EVERY ITEM    *
000070*   IT ACTUALLY POSTS TO CUSTOMER-MASTER - THE TRANSACTION AS    *
000080*   PRESENTED, THE DATE AND TIME IT POSTED, AND THE BALANCE IT   *
000090*   LEFT ON THE ACCOUNT.  THE JOURNAL IS NEVER REWRITTEN; IT IS  *
000100*   THE SOURCE OF THE MONTH-END CUSTOMER STATEMENTS.             *
000110*                                                                *
000120*   MODIFICATION HISTORY                                        *
000130*   DATE       INIT  DESCRIPTION                                *
000140*   10/15/26   JPL   ORIGINAL COPYBOOK.                         *
000150*                                                                *
000160******************************************************************
000170 01  JOURNAL-RECORD.
000180     05  CIF-JRN-ACCT-NO         PIC 9(09).
000190     05  CIF-JRN-TYPE            PIC X(01).
000200         88  CIF-JRN-DEBIT                  VALUE 'D'.
000210         88  CIF-JRN-CREDIT                 VALUE 'C'.
000220     05  CIF-JRN-AMOUNT          PIC 9(07)V99.
000230     05  CIF-JRN-TRN-DATE        PIC X(08).
000240     05  CIF-JRN-REF             PIC X(12).
000250     05  CIF-JRN-POST-DATE       PIC X(08).
000260     05  CIF-JRN-POST-TIME       PIC X(08).
000270     05  CIF-JRN-BALANCE         PIC S9(09)V99.
000280     05  CIF-JRN-FILLER          PIC X(14).
