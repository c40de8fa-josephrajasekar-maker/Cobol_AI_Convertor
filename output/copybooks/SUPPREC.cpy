000500* CRM FEED - BUILT AND MAINTAINED BY CRMRESP FROM THE CRM SIDE'S
000600* RESPONSE FILES, READ BY CRMFEED TO SKIP SUPPRESSED CUSTOMERS.
000700* REASON CODE 'O' = CUSTOMER OPT-OUT, 'U' = UNDELIVERABLE.
000800* COPIED BY CRMRESP (WRITER), CRMFEED (READER) AND IDXCONV
000900* (INITIAL LOAD) SO THE PROGRAMS STAY IN STEP.  THE FILE IS
000950* INDEXED ON SUPP-CUST-ID.
001000*
001100* MODIFICATION HISTORY.
001200* ---------------------------------------------------------------
001300* DATE       INIT  DESCRIPTION
001400* ---------  ----  -----------------------------------------------
001500* 09/02/2026 DT    ORIGINAL COPYBOOK.
001510* 10/15/2026 DT    FILE REORGANIZED AS INDEXED, RECORD KEY
001520*                  SUPP-CUST-ID - CRMFEED CHECKS A CUSTOMER BY
001530*                  KEY AND CRMRESP ADDS BY KEY INSTEAD OF
001540*                  REWRITING THE LIST.  IDXCONV LOADS THE INDEXED
001550*                  FILE FROM THE OLD SEQUENTIAL ONE.
001560* 10/15/2026 DT    COPIED-BY LIST BROUGHT UP TO DATE.
001600*================================================================
001700 05  SUPP-CUST-ID            PIC 9(05).
001800 05  SUPP-REASON-CODE        PIC X(01).
