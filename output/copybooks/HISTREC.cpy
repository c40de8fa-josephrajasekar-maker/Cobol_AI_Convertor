000100*================================================================
000200* HISTREC - TIER HISTORY RECORD LAYOUT.
000300*
000400* ONE RECORD PER CLASSIFIED CUSTOMER, UPDATED BY KEY BY EACH
000500* CUSTOMERBATCH RUN - THE TIER ASSIGNED, THE TIER HELD AFTER THE
000550* RUN BEFORE, THE BALANCE AT THAT TIME, AND THE RUN DATE.  THE
000560* FILE IS INDEXED ON HIST-CUST-ID.
000600* COPIED BY CUSTOMERBATCH (WRITER AND NEXT-RUN READER), CRMFEED
000700* (READER, FOR THE DELTA FEED), CUSTINQ (READER, FOR THE
000800* PROFILE INQUIRY), CAMPEFF, DORMDET, CRMRESP AND RMPORT
000810* (READERS), REGNMIGR (CARRIES MIGRATED CUSTOMERS ACROSS),
000820* IDXCONV (INITIAL LOAD) AND CUSTERAS (DELETES AN ERASED
000830* CUSTOMER) SO THE PROGRAMS STAY IN STEP.
000900*
001000* MODIFICATION HISTORY.
001100* ---------------------------------------------------------------
001647*                  THE FILE ON THE NEW LAYOUT FOR GOOD.  CRMFEED
001648*                  AND CUSTINQ READ THE FILE ONLY AFTER THAT
001650*                  REWRITE HAS RUN.
001660* 10/15/2026 DT    FILE REORGANIZED AS INDEXED, RECORD KEY
001670*                  HIST-CUST-ID - READERS GO BY KEY INSTEAD OF
001680*                  LOADING THE WHOLE FILE, AND CUSTOMERBATCH
001690*                  UPDATES IN PLACE.  IDXCONV LOADS THE INDEXED
001691*                  FILE FROM THE OLD SEQUENTIAL ONE, EITHER
001692*                  LAYOUT.
001693* 10/15/2026 DT    COPIED-BY LIST BROUGHT UP TO DATE.
001700*================================================================
001800 05  HIST-CUST-ID            PIC 9(05).
001900 05  HIST-TIER               PIC X(01).
