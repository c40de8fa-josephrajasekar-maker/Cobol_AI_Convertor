000100*================================================================
000200* RMASREC - RELATIONSHIP MANAGER ASSIGNMENT RECORD LAYOUT.
000300*
000400* ONE RECORD PER MANAGED CUSTOMER - THE CUST-ID, THE CODE OF THE
000500* RELATIONSHIP MANAGER WHO OWNS THE ACCOUNT (AN RMREFREC CODE)
000600* AND THE DATE THE CUSTOMER WAS GIVEN TO THAT MANAGER.  A
000700* CUSTOMER HAS AT MOST ONE MANAGER; A CUSTOMER WITH NONE HAS NO
000800* RECORD.  THE FILE IS OPERATOR-MAINTAINED, THE SAME AS THE
000900* OVERRIDE AND HOUSEHOLD FILES.  COPIED BY RMPORT.
001000*
001100* MODIFICATION HISTORY.
001200* ---------------------------------------------------------------
001300* DATE       INIT  DESCRIPTION
001400* ---------  ----  -----------------------------------------------
001500* 10/15/2026 DT    ORIGINAL COPYBOOK.
001600*================================================================
001700 05  RMA-CUST-ID             PIC 9(05).
001800 05  RMA-RM-CODE             PIC X(04).
001900 05  RMA-ASSIGNED-DATE       PIC 9(08).
