000010******************************************************************
000020*                                                                *
000030*   FCTLREC.CPY                                                  *
000040*                                                                *
000050*   RECORD LAYOUT FOR THE INBOUND FILE CONTROL FILE.  ONE RECORD *
000060*   PER INBOUND FILE AND SENDING BRANCH, HOLDING THE SEQUENCE    *
000070*   NUMBER AND FILE DATE OF THE LAST FILE ACCEPTED.  THE INTAKE  *
000080*   BATCH AND TRNPOST CHECK EACH FILE HEADER AGAINST THIS FILE   *
000090*   SO A FILE IS NEVER PROCESSED TWICE OR OUT OF TURN.           *
000100*                                                                *
000110*   MODIFICATION HISTORY                                        *
000120*   DATE       INIT  DESCRIPTION                                *
000130*   10/15/26   JPL   ORIGINAL COPYBOOK.                         *
000140*                                                                *
000150******************************************************************
000160 01  FILE-CONTROL-RECORD.
000170     05  CIF-FCT-FILE-ID         PIC X(08).
000180     05  CIF-FCT-BRANCH          PIC X(04).
000190     05  CIF-FCT-LAST-SEQ        PIC 9(06).
000200     05  CIF-FCT-LAST-FILE-DATE  PIC X(08).
000210     05  CIF-FCT-PROC-DATE       PIC X(08).
000220     05  CIF-FCT-FILLER          PIC X(06).
