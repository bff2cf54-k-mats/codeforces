000010*----------------------------------------------------------------
000020* SUSLREC.CPY
000030*----------------------------------------------------------------
000040* RECORD LAYOUT FOR SUSLEDG, THE KEYED SUSPENSE LEDGER. EVERY
000050* RECORD THE BATCH RUN WRITES TO SUSPENSE IS ALSO ADDED HERE AS
000060* AN OPEN ITEM UNDER THE RUN NUMBER AND CONVIN DETAIL SEQUENCE
000070* NUMBER THAT REFUSED IT, SO AN ITEM STAYS VISIBLE UNTIL IT IS
000080* RESOLVED - THE SUSPENSE FILE ITSELF IS REPLACED EVERY RUN.
000090* WHEN A CORRECTED RESUBMISSION IS ACCEPTED THE ITEM NAMED BY
000100* ITS RSB-RUN-NBR/RSB-SEQ-NBR IS CLEARED; WHEN IT IS REFUSED
000110* AGAIN THE OLD ITEM IS MARKED RE-SUSPENDED AND THE NEW OPEN
000120* ITEM CARRIES THE ORIGINAL SUSPENSE DATE FORWARD IN
000130* SLG-FIRST-DATE, WHICH IS WHAT SUSAGE AGES THE ITEM FROM.
000140* SLG-STOCK-IMAGE IS THE STOCK DETAIL VIEW OF THE IMAGE.
000142* WHEN RUNBACK REVERSES A RUN, THE ITEMS THAT RUN OPENED ARE
000144* VOIDED AND THE ITEMS IT CLEARED OR RE-SUSPENDED ARE OPENED
000146* AGAIN, SO THE CORRECTED RERUN STARTS FROM A CLEAN LEDGER.
000150*----------------------------------------------------------------
000160 01  SUSPENSE-LEDGER-RECORD.
000170     05  SLG-KEY.
000180         10  SLG-RUN-NBR         PIC 9(06).
000190         10  SLG-SEQ-NBR         PIC 9(08).
000200     05  SLG-STATUS          PIC X(01).
000210         88  SLG-OPEN                    VALUE 'O'.
000220         88  SLG-CLEARED                 VALUE 'C'.
000230         88  SLG-RESUSPENDED             VALUE 'R'.
000235         88  SLG-VOIDED                  VALUE 'V'.
000240     05  SLG-REASON          PIC X(03).
000250     05  SLG-SOURCE-ID       PIC X(08).
000260     05  SLG-SUSP-DATE       PIC 9(06).
000270     05  SLG-FIRST-DATE      PIC 9(06).
000280     05  SLG-CLOSE-DATE      PIC 9(06).
000290     05  SLG-CLOSE-RUN       PIC 9(06).
000300     05  SLG-CLOSE-SEQ       PIC 9(08).
000310     05  SLG-IMAGE           PIC X(105).
000320     05  SLG-STOCK-IMAGE REDEFINES SLG-IMAGE.
000330         10  SLG-STK-TYPE        PIC X(01).
000340             88  SLG-STK-DETAIL              VALUE 'S'.
000350         10  SLG-STK-MODE        PIC X(01).
000360         10  SLG-STK-ITEM-KEY    PIC X(10).
000370         10  FILLER              PIC X(93).
