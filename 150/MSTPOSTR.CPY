000010*----------------------------------------------------------------
000020* MSTPOSTR.CPY
000030*----------------------------------------------------------------
000040* RECORD LAYOUT FOR MSTPOST, THE DEFERRED MASTER POSTINGS OF A
000050* SPLIT SOURCE RUN. WHILE THE SOURCES RUN SIDE BY SIDE NONE OF
000060* THEM UPDATES A SHARED MASTER - EACH WRITES HERE WHAT IT WOULD
000070* HAVE POSTED, UNDER ITS OWN RUN AND SEQUENCE NUMBER, AND
000080* CNVMERGE APPLIES THE POSTINGS ONE SOURCE AFTER ANOTHER:
000090*   'S'  ADD MPS-QTY TO THE STOCKPOS POSITION FOR MPS-ITEM-KEY
000100*   'X'  POST MPX-BASE-STR TO THE MPX-MODE COLUMN OF XREFMST
000110*   'L'  OPEN A SUSLEDG ITEM FOR THE SUSPENSE RECORD AT THIS
000120*        SEQUENCE NUMBER
000130*   'C'  CLOSE THE SUSLEDG ITEM A RESUBMISSION CAME FROM
000140*----------------------------------------------------------------
000150 01  MASTER-POST-RECORD.
000160     05  MPR-TYPE            PIC X(01).
000170         88  MPR-STOCK-POST              VALUE 'S'.
000180         88  MPR-XREF-POST               VALUE 'X'.
000190         88  MPR-LEDGER-ADD              VALUE 'L'.
000200         88  MPR-LEDGER-CLOSE            VALUE 'C'.
000210     05  FILLER              PIC X(01).
000220     05  MPR-RUN-NBR         PIC 9(06).
000230     05  FILLER              PIC X(01).
000240     05  MPR-SEQ-NBR         PIC 9(08).
000250     05  FILLER              PIC X(01).
000260     05  MPR-RUN-DATE        PIC 9(06).
000270     05  FILLER              PIC X(01).
000280     05  MPR-POST-AREA       PIC X(125).
000290     05  MPR-STOCK-AREA REDEFINES MPR-POST-AREA.
000300         10  MPS-ITEM-KEY        PIC X(10).
000310         10  MPS-QTY             PIC 9(18).
000320         10  FILLER              PIC X(97).
000330     05  MPR-XREF-AREA REDEFINES MPR-POST-AREA.
000340         10  MPX-KEY.
000350             15  MPX-SIGN        PIC X(01).
000360             15  MPX-DEC-VALUE   PIC 9(18).
000370         10  MPX-MODE            PIC X(01).
000380             88  MPX-MODE-OCTAL              VALUE '8'.
000390             88  MPX-MODE-HEX                VALUE 'H'.
000400         10  MPX-BASE-STR        PIC X(64).
000410         10  FILLER              PIC X(41).
000420     05  MPR-LEDGER-AREA REDEFINES MPR-POST-AREA.
000430         10  MPL-REASON          PIC X(03).
000440         10  MPL-SOURCE-ID       PIC X(08).
000450         10  MPL-FIRST-DATE      PIC 9(06).
000460         10  MPL-IMAGE           PIC X(105).
000470         10  FILLER              PIC X(03).
000480     05  MPR-CLOSE-AREA REDEFINES MPR-POST-AREA.
000490         10  MPC-ITEM-RUN        PIC 9(06).
000500         10  MPC-ITEM-SEQ        PIC 9(08).
000510         10  MPC-OUTCOME         PIC X(01).
000520             88  MPC-CLEARED                 VALUE 'C'.
000530             88  MPC-RESUSPENDED             VALUE 'R'.
000540         10  FILLER              PIC X(110).
