000010******************************************************************
000020*                                                                *
000030*   BALCREC.CPY                                                  *
000040*                                                                *
000050*   RECORD LAYOUT FOR THE BALANCE-CONTROL FILE.  A SINGLE        *
000060*   RECORD CARRYING THE TOTAL OF CIF-CUST-BALANCE ACROSS THE     *
000070*   CUSTOMER MASTER AS LAST PROVED BY THE DAILY BALANCE PROOF    *
000080*   (BALPROOF), AND THE PROOF BEFORE THAT SO A RERUN OF THE      *
000090*   SAME DAY PROVES FROM THE SAME STARTING POINT.                *
000100*                                                                *
000110*   MODIFICATION HISTORY                                        *
000120*   DATE       INIT  DESCRIPTION                                *
000130*   10/15/26   JPL   ORIGINAL COPYBOOK.                         *
000140*                                                                *
000150******************************************************************
000160 01  BALANCE-CONTROL-RECORD.
000170     05  CIF-BAL-PROOF-DATE      PIC X(08).
000180     05  CIF-BAL-CLOSE-TOTAL     PIC S9(13)V99.
000190     05  CIF-BAL-ACCOUNTS        PIC 9(09).
000200     05  CIF-BAL-PRIOR-DATE      PIC X(08).
000210     05  CIF-BAL-PRIOR-TOTAL     PIC S9(13)V99.
000220     05  CIF-BAL-FILLER          PIC X(25).
