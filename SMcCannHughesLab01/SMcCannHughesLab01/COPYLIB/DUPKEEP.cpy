000010*=================================================================
000020*  DUPKEEP.CPY
000030*
000040*  KEEP-BOTH REGISTER RECORD - ONE ROW PER PAIR OF MASTER
000050*  CONTACTS A REVIEWER HAS LOOKED AT AND DECIDED ARE TWO
000060*  DIFFERENT PEOPLE.  WRITTEN BY LAB01DUP WHEN A SWEEP ENTRY
000070*  ON CONTACTD IS RESOLVED K, AND READ BY LAB01SWP SO THE SAME
000080*  PAIR IS NOT PROPOSED AGAIN ON EVERY SWEEP.  THE LOWER
000090*  CONTACT KEY IS ALWAYS CARRIED FIRST.
000100*
000110*  WRITTEN WITH THE WS- PREFIX BELOW; CALLERS THAT NEED A
000120*  DIFFERENT PREFIX (FD BUFFERS) COPY IT IN WITH A FULL-WORD
000130*  REPLACING LIST THE SAME WAY THEY DO FOR CONTACTR.CPY.
000140*
000150*  MODIFICATION HISTORY
000160*  ---------------------------------------------------------------
000170*  DATE       INIT  DESCRIPTION
000180*  2026-10-15 SMH   ORIGINAL COPYBOOK - THE TWO CONTACT KEYS AND
000190*                   THE DATE THE PAIR WAS KEPT.
000200*=================================================================
000210 01  WS-DUPKEEP-RECORD.
000220     05  WS-DUPKEEP-KEY-1.
000230         10  WS-DUPKEEP-LASTNAME-1     PIC X(10).
000240         10  WS-DUPKEEP-FIRSTNAME-1    PIC X(08).
000250     05  FILLER                        PIC X(01).
000260     05  WS-DUPKEEP-KEY-2.
000270         10  WS-DUPKEEP-LASTNAME-2     PIC X(10).
000280         10  WS-DUPKEEP-FIRSTNAME-2    PIC X(08).
000290     05  FILLER                        PIC X(01).
000300     05  WS-DUPKEEP-KEPT-DATE          PIC X(08).
