000100*================================================================
000200* RMREFREC - RELATIONSHIP MANAGER REFERENCE RECORD LAYOUT.
000300*
000400* ONE RECORD PER RELATIONSHIP MANAGER - THE FOUR-CHARACTER RM
000500* CODE CARRIED ON THE ASSIGNMENT FILE (RMASREC), THE MANAGER'S
000600* PRINTABLE NAME AND THE BRANCH THEY WORK FROM.  THE FILE IS
000700* OPERATOR-MAINTAINED AND KEPT IN THE ORDER THE PORTFOLIO
000800* REPORT SHOULD PRINT THE BOOKS.  COPIED BY RMPORT.
000900*
001000* MODIFICATION HISTORY.
001100* ---------------------------------------------------------------
001200* DATE       INIT  DESCRIPTION
001300* ---------  ----  -----------------------------------------------
001400* 10/15/2026 DT    ORIGINAL COPYBOOK.
001500*================================================================
001600 05  RMR-RM-CODE             PIC X(04).
001700 05  RMR-RM-NAME             PIC X(25).
001800 05  RMR-BRANCH              PIC X(20).
