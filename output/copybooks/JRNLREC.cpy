000200* JRNLREC - AUDIT JOURNAL RECORD LAYOUT.
000300*
000400* ONE RECORD PER TRANSACTION APPLIED TO CUSTOMER-MASTER BY
000500* CUSTMAINT, OR PER CUSTOMER MOVED BY REGNMIGR - THE RUN DATE,
000600* THE TRANSACTION'S SEQUENCE NUMBER WITHIN THE RUN, AND FULL
000700* BEFORE/AFTER IMAGES OF MASTER-REC (CUSTREC LAYOUT).  BEFORE
000710* IMAGE IS SPACES FOR AN ADD, AFTER IMAGE IS SPACES FOR A
000720* DELETE.  COPIED BY CUSTMAINT AND REGNMIGR (WRITERS), CUSTERAS
000730* (REWRITES THE IMAGES TO BLANK AN ERASED CUSTOMER'S NAME),
000740* JRNLARCH (READS THE LIVE JOURNAL, WRITES THE ARCHIVE),
000750* CUSTBKOUT, CUSTASOF, CUSTINQ, GLPOST, DORMDET, RMPORT AND
000900* CAMPEFF (READERS) SO THE PROGRAMS STAY IN STEP.
001000*
001100* MODIFICATION HISTORY.
001200* ---------------------------------------------------------------
001300* DATE       INIT  DESCRIPTION
001400* ---------  ----  -----------------------------------------------
001500* 08/21/2026 DT    ORIGINAL COPYBOOK.
001550* 10/15/2026 DT    COPIED-BY LIST BROUGHT UP TO DATE.
001600*================================================================
001700 05  JRNL-RUN-DATE           PIC 9(08).
001800 05  JRNL-TRAN-SEQ           PIC 9(07).
