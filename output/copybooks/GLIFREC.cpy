000100*================================================================
000200* GLIFREC - GENERAL LEDGER INTERFACE RECORD LAYOUT.
000300*
000400* THE DAY'S CUSTOMER BALANCE MOVEMENT AS HANDED TO THE GENERAL
000500* LEDGER.  THE SAME CONTROL CONVENTION AS THE TRANFILE BATCHES -
000600* THE FIRST RECORD IS A HEADER ('H' - POSTING DATE AND ORIGIN
000700* SYSTEM), THE LAST A TRAILER ('T' - ENTRY COUNT AND THE DEBIT
000800* AND CREDIT HASH TOTALS), AND BETWEEN THEM ONE BALANCED DEBIT/
000900* CREDIT PAIR OF DETAIL ENTRIES ('D') PER REGION.  GLIF-AMOUNT
001000* IS UNSIGNED - GLIF-DR-CR-IND CARRIES THE SIDE.  A PAIR POSTED
001100* TO THE SUSPENSE ACCOUNTS CARRIES 'S' IN GLIF-SUSPENSE-IND AND
001200* STILL NAMES THE REGION IT BELONGS TO SO FINANCE CAN CLEAR IT.
001300* WRITTEN BY GLPOST.
001400*
001500* MODIFICATION HISTORY.
001600* ---------------------------------------------------------------
001700* DATE       INIT  DESCRIPTION
001800* ---------  ----  -----------------------------------------------
001900* 10/15/2026 DT    ORIGINAL COPYBOOK.
002000*================================================================
002100 05  GLIF-REC-TYPE           PIC X(01).
002200     88  GLIF-HEADER                 VALUE 'H'.
002300     88  GLIF-DETAIL                 VALUE 'D'.
002400     88  GLIF-TRAILER                VALUE 'T'.
002500 05  GLIF-DETAIL-DATA.
002600     10  GLIF-POST-DATE      PIC 9(08).
002700     10  GLIF-REGION-CODE    PIC X(03).
002800     10  GLIF-GL-ACCOUNT     PIC X(10).
002900     10  GLIF-DR-CR-IND      PIC X(01).
003000         88  GLIF-DEBIT              VALUE 'D'.
003100         88  GLIF-CREDIT             VALUE 'C'.
003200     10  GLIF-AMOUNT         PIC 9(11)V99.
003300     10  GLIF-SUSPENSE-IND   PIC X(01).
003400         88  GLIF-SUSPENSE           VALUE 'S'.
003500     10  FILLER              PIC X(43).
003600 05  GLIF-HEADER-DATA REDEFINES GLIF-DETAIL-DATA.
003700     10  GLIH-POST-DATE      PIC 9(08).
003800     10  GLIH-ORIGIN-SYSTEM  PIC X(08).
003900     10  FILLER              PIC X(63).
004000 05  GLIF-TRAILER-DATA REDEFINES GLIF-DETAIL-DATA.
004100     10  GLIT-ENTRY-COUNT    PIC 9(07).
004200     10  GLIT-DEBIT-HASH     PIC 9(11)V99.
004300     10  GLIT-CREDIT-HASH    PIC 9(11)V99.
004400     10  FILLER              PIC X(46).
