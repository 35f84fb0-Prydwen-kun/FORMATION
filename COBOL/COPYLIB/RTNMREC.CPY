000010******************************************************************
000020*                                                                *
000030*   RTNMREC.CPY                                                  *
000040*                                                                *
000050*   RECORD LAYOUT FOR THE RETURNED-MAIL FILE KEYED BY THE MAIL   *
000060*   ROOM AND READ BY MAILRTN.  ONE RECORD PER PIECE OF MAIL      *
000070*   RETURNED AS UNDELIVERABLE - THE ACCOUNT NUMBER IT WAS SENT   *
000080*   TO AND THE REASON THE CARRIER GAVE FOR RETURNING IT.  THE    *
000090*   ACCOUNT NUMBER IS CARRIED AS KEYED SO A BAD ENTRY CAN BE     *
000100*   LISTED BACK TO THE MAIL ROOM AS IT WAS RECEIVED.             *
000110*                                                                *
000120*   MODIFICATION HISTORY                                        *
000130*   DATE       INIT  DESCRIPTION                                *
000140*   10/15/26   JPL   ORIGINAL COPYBOOK.                         *
000150*                                                                *
000160******************************************************************
000170 01  RETURNED-MAIL-RECORD.
000180     05  CIF-RTM-ACCT-NO         PIC X(09).
000190     05  CIF-RTM-ACCT-NUM REDEFINES CIF-RTM-ACCT-NO
000200                                 PIC 9(09).
000210     05  CIF-RTM-REASON          PIC X(30).
000220     05  CIF-RTM-FILLER          PIC X(41).
