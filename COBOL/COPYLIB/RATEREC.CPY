000010******************************************************************
000020*                                                                *
000030*   RATEREC.CPY                                                  *
000040*                                                                *
000050*   RECORD LAYOUT FOR THE MONTH-END RATE TABLE (RATETBL) READ BY *
000060*   INTCHG.  ONE RECORD PER BALANCE TIER OF A SCHEDULE.  A       *
000070*   SCHEDULE BELONGS TO A BRANCH (LEVEL B, BRANCH CODE IN THE    *
000080*   FIRST FOUR POSITIONS OF THE KEY), A DEPARTMENT (LEVEL D,     *
000090*   DEPARTMENT NAME AS THE KEY) OR IS THE STANDARD SCHEDULE      *
000100*   (LEVEL S, KEY BLANK).  AN ACCOUNT TAKES ITS BRANCH'S         *
000110*   SCHEDULE, ELSE ITS DEPARTMENT'S, ELSE THE STANDARD ONE.      *
000120*   TIER TYPE O APPLIES TO AN OVERDRAWN BALANCE; TIER TYPE C     *
000130*   APPLIES TO A BALANCE OF ZERO OR MORE, THE TIER WITH THE      *
000140*   HIGHEST FLOOR NOT ABOVE THE BALANCE BEING TAKEN.  THE RATE   *
000150*   IS THE ANNUAL PERCENTAGE PAID ON A CREDIT BALANCE AND THE    *
000160*   FEE IS THE MONTHLY CHARGE MADE IN THE TIER.                  *
000170*                                                                *
000180*   MODIFICATION HISTORY                                        *
000190*   DATE       INIT  DESCRIPTION                                *
000200*   10/15/26   JPL   ORIGINAL COPYBOOK.                         *
000210*                                                                *
000220******************************************************************
000230 01  RATE-TABLE-RECORD.
000240     05  CIF-RAT-LEVEL           PIC X(01).
000250         88  CIF-RAT-BRANCH                 VALUE 'B'.
000260         88  CIF-RAT-DEPT                   VALUE 'D'.
000270         88  CIF-RAT-STANDARD               VALUE 'S'.
000280     05  CIF-RAT-KEY             PIC X(50).
000290     05  CIF-RAT-TIER-TYPE       PIC X(01).
000300         88  CIF-RAT-OVERDRAWN              VALUE 'O'.
000310         88  CIF-RAT-CREDIT                 VALUE 'C'.
000320     05  CIF-RAT-FLOOR           PIC 9(09)V99.
000330     05  CIF-RAT-RATE            PIC 9(02)V9(04).
000340     05  CIF-RAT-FEE             PIC 9(05)V99.
000350     05  CIF-RAT-FILLER          PIC X(04).
