000100*================================================================
000200* CRMSTREC - CRM FEED STATE RECORD LAYOUT.
000300*
000400* ONE RECORD PER OUTREACH-TIER CUSTOMER AS OF THE LAST CRM FEED
000500* TRANSMISSION - WHAT THE CRM SIDE WAS LAST TOLD ABOUT THE
000600* CUSTOMER (TIER, BALANCE, NAME, REGION, OPEN DATE) AND THE RUN
000700* DATE IT WAS SENT.  CRMFEED UPDATES THE FILE BY KEY AT THE
000800* END OF A CLEAN RUN AND COMPARES THE NEXT RUN AGAINST IT.
000850* THE FILE IS INDEXED ON CST-CUST-ID.
000900* COPIED BY CRMFEED (WRITER AND NEXT-RUN READER), REGNMIGR
001000* (WHICH RESTATES A MIGRATED CUSTOMER'S REGION), IDXCONV
001050* (INITIAL LOAD) AND CUSTERAS (DELETES AN ERASED CUSTOMER) SO
001100* THE PROGRAMS STAY IN STEP.
001200*
001300* MODIFICATION HISTORY.
001400* ---------------------------------------------------------------
001500* DATE       INIT  DESCRIPTION
001600* ---------  ----  -----------------------------------------------
001700* 10/15/2026 DT    ORIGINAL COPYBOOK - PULLED THE STATE FIELDS
001800*                  OUT OF CRMFEED UNCHANGED NOW THAT A SECOND
001900*                  PROGRAM UPDATES THE FILE.
001910* 10/15/2026 DT    FILE REORGANIZED AS INDEXED, RECORD KEY
001920*                  CST-CUST-ID - CRMFEED AND REGNMIGR READ AND
001930*                  UPDATE BY KEY.  IDXCONV LOADS THE INDEXED FILE
001940*                  FROM THE OLD SEQUENTIAL ONE.
001950* 10/15/2026 DT    COPIED-BY LIST BROUGHT UP TO DATE.
002000*================================================================
002100 05  CST-CUST-ID             PIC 9(05).
002200 05  CST-TIER                PIC X(01).
002300 05  CST-BALANCE             PIC S9(07)V99.
002400 05  CST-NAME                PIC X(20).
002500 05  CST-REGION-CODE         PIC X(03).
002600 05  CST-ACCT-OPEN-DATE      PIC 9(08).
002700 05  CST-RUN-DATE            PIC 9(08).
