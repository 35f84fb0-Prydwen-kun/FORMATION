000010******************************************************************
000020*                                                                *
000030*   REASREC.CPY                                                  *
000040*                                                                *
000050*   RECORD LAYOUT FOR THE CUSTOMER REASSIGNMENT MAPPING FILE     *
000060*   READ BY REASSIGN.  ONE RECORD PER OLD-TO-NEW MAPPING -       *
000070*   TYPE B MOVES EVERY CUSTOMER CARRYING THE OLD BRANCH CODE TO  *
000080*   THE NEW ONE, TYPE D EVERY CUSTOMER CARRYING THE OLD          *
000090*   DEPARTMENT TO THE NEW ONE.  A BRANCH MAPPING USES ONLY THE   *
000100*   FIRST FOUR POSITIONS OF EACH VALUE.  THE NEW VALUE MUST BE   *
000110*   ON THE BRANCH OR DEPARTMENT REFERENCE FILE AND ACTIVE.       *
000120*                                                                *
000130*   MODIFICATION HISTORY                                        *
000140*   DATE       INIT  DESCRIPTION                                *
000150*   10/15/26   JPL   ORIGINAL COPYBOOK.                         *
000160*                                                                *
000170******************************************************************
000180 01  REASSIGN-MAP-RECORD.
000190     05  CIF-MAP-TYPE            PIC X(01).
000200         88  CIF-MAP-BRANCH                 VALUE 'B'.
000210         88  CIF-MAP-DEPT                   VALUE 'D'.
000220     05  CIF-MAP-OLD-VALUE       PIC X(50).
000230     05  CIF-MAP-NEW-VALUE       PIC X(50).
000240     05  CIF-MAP-FILLER          PIC X(09).
