000010*=================================================================
000020*  MONSNAP.CPY
000030*
000040*  MONTH-END MASTER STATISTICS SNAPSHOT - ONE RECORD PER MONTH ON
000050*  THE MONHIST HISTORY FILE, KEYED ON THE MONTH (YYYYMM).  WRITTEN
000060*  BY LAB01MON AT MONTH END AND READ BACK BY ITS TREND REPORT.
000070*  A RERUN FOR THE SAME MONTH REPLACES THAT MONTH'S RECORD.
000080*
000090*  THE MASTER COUNTS ARE TAKEN AS THE MASTER STANDS ON THE RUN
000100*  DATE: EVERY CONTACT, BY STATUS (A, I, N - A BLANK STATUS IS
000110*  ACTIVE AND COUNTS AS A), AND THOSE WITH EMAIL FLAG U.  THE
000120*  ACTIVITY COUNTS COME FROM THE MONTH'S CONTACTA RECORDS AND
000130*  THE ARCHIVE COUNTS FROM THE MONTH'S ARCLOG ROWS.  THE
000140*  WS-SNAP-COUNT TABLE IS AN ALTERNATE VIEW OF THE TWELVE COUNTS
000150*  IN THE ORDER THEY ARE LISTED.
000160*
000170*  THE CATEGORY, DEPARTMENT, AND PROVINCE TABLES HOLD ONE ENTRY
000180*  PER CODE FOUND, IN CODE ORDER; A BLANK CODE IS AN ENTRY OF
000190*  ITS OWN.  CODES BEYOND A TABLE'S SIZE ARE ADDED INTO ITS
000200*  -OTHER COUNT.
000210*
000220*  THE HISTORY FILE'S FD CARRIES ONLY THE MONTH KEY; THE WHOLE
000230*  RECORD IS MOVED TO AND FROM THIS WORKING COPY.
000240*
000250*  MODIFICATION HISTORY
000260*  ---------------------------------------------------------------
000270*  DATE       INIT  DESCRIPTION
000280*  2026-10-15 SMH   ORIGINAL COPYBOOK - MASTER, ACTIVITY, AND
000290*                   ARCHIVE COUNTS WITH CATEGORY, DEPARTMENT, AND
000300*                   PROVINCE BREAKDOWNS.  740 BYTES.
000310*=================================================================
000320 01  WS-SNAP-RECORD.
000330     05  WS-SNAP-MONTH                 PIC X(06).
000340     05  WS-SNAP-TAKEN-DATE            PIC X(08).
000350     05  WS-SNAP-COUNTS.
000360         10  WS-SNAP-TOTAL             PIC 9(07).
000370         10  WS-SNAP-STATUS-A          PIC 9(07).
000380         10  WS-SNAP-STATUS-I          PIC 9(07).
000390         10  WS-SNAP-STATUS-N          PIC 9(07).
000400         10  WS-SNAP-EMAIL-U           PIC 9(07).
000410         10  WS-SNAP-ADDS              PIC 9(07).
000420         10  WS-SNAP-CHANGES           PIC 9(07).
000430         10  WS-SNAP-DEACTIVATIONS     PIC 9(07).
000440         10  WS-SNAP-RENAMES           PIC 9(07).
000450         10  WS-SNAP-BOUNCES           PIC 9(07).
000460         10  WS-SNAP-ARCHIVED          PIC 9(07).
000470         10  WS-SNAP-RESTORED          PIC 9(07).
000480     05  WS-SNAP-COUNT-TABLE REDEFINES WS-SNAP-COUNTS.
000490         10  WS-SNAP-COUNT             PIC 9(07)
000500                 OCCURS 12 TIMES.
000510     05  WS-SNAP-CAT-USED              PIC 9(02).
000520     05  WS-SNAP-CAT-ENTRY OCCURS 20 TIMES.
000530         10  WS-SNAP-CAT-CODE          PIC X(07).
000540         10  WS-SNAP-CAT-TOTAL         PIC 9(07).
000550     05  WS-SNAP-CAT-OTHER             PIC 9(07).
000560     05  WS-SNAP-DEPT-USED             PIC 9(02).
000570     05  WS-SNAP-DEPT-ENTRY OCCURS 20 TIMES.
000580         10  WS-SNAP-DEPT-CODE         PIC X(03).
000590         10  WS-SNAP-DEPT-TOTAL        PIC 9(07).
000600     05  WS-SNAP-DEPT-OTHER            PIC 9(07).
000610     05  WS-SNAP-PROV-USED             PIC 9(02).
000620     05  WS-SNAP-PROV-ENTRY OCCURS 15 TIMES.
000630         10  WS-SNAP-PROV-CODE         PIC X(02).
000640         10  WS-SNAP-PROV-TOTAL        PIC 9(07).
000650     05  WS-SNAP-PROV-OTHER            PIC 9(07).
