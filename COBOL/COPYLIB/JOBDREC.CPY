000010******************************************************************
000020*                                                                *
000030*   JOBDREC.CPY                                                  *
000040*                                                                *
000050*   RECORD LAYOUT FOR THE NIGHT-CYCLE JOB DEPENDENCY TABLE.      *
000060*   ONE RECORD PER PROGRAM AND REQUIRED PREDECESSOR - FOR        *
000070*   EXAMPLE ACCTXTR AFTER COBOL_TEST, TRNPOST AFTER ACKPROC,     *
000080*   WELCLTR AFTER COBOL_TEST.  AT STARTUP EACH NIGHT-CYCLE       *
000090*   PROGRAM LOOKS UP ITS OWN ROWS AND REFUSES TO RUN, WITH       *
000100*   RETURN CODE 20, UNLESS EVERY PREDECESSOR HAS AN END RECORD   *
000110*   ON THE RUN-HISTORY FILE FOR THE SAME BUSINESS DAY WITH       *
000120*   RETURN CODE ZERO.  A PROGRAM WITH NO ROWS HAS NO             *
000130*   PREDECESSORS.  RUNRPT READS THE WHOLE TABLE FOR ITS CYCLE    *
000140*   STATUS SECTION.                                              *
000150*                                                                *
000160*   MODIFICATION HISTORY                                        *
000170*   DATE       INIT  DESCRIPTION                                *
000180*   10/15/26   JPL   ORIGINAL COPYBOOK.                         *
000190*                                                                *
000200******************************************************************
000210 01  JOB-DEPENDENCY-RECORD.
000220     05  CIF-JOBD-PROGRAM-ID     PIC X(10).
000230     05  CIF-JOBD-PRED-ID        PIC X(10).
000240     05  CIF-JOBD-FILLER         PIC X(30).
