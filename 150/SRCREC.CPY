000010*----------------------------------------------------------------
000020* SRCREC.CPY
000030*----------------------------------------------------------------
000040* RECORD LAYOUT FOR SRCMST, THE KEYED REGISTRY OF SOURCE SYSTEMS
000050* ALLOWED TO SEND CONVIN BATCHES, BY CIH-SOURCE-ID. THE BATCH
000060* RUN REFUSES A HEADER WHOSE SOURCE IS NOT ON THE REGISTRY OR IS
000070* NOT ACTIVE, SO A MIS-KEYED SOURCE ID CAN NO LONGER OPEN A NEW
000080* LASTRUN-CTL SLOT AND SLIP PAST THE DUPLICATE-DATE CHECK.
000090* A DETAIL OF A TYPE THE SOURCE MAY NOT SEND (SINGLE, STOCK OR
000100* REBASE) IS SUSPENDED UNDER REASON 'TYP'. A BATCH WHOSE DETAIL
000110* COUNT FALLS OUTSIDE SRC-VOL-MIN TO SRC-VOL-MAX IS FLAGGED ON
000120* CONVRPT (A ZERO MAXIMUM MEANS NO RANGE IS HELD), AND A NUMERIC
000130* SRC-REJECT-PCT REPLACES THE RUNPARM REJECT LIMIT FOR THE
000140* SOURCE'S OWN BATCH - BLANK LEAVES THE RUNPARM LIMIT IN FORCE.
000150* EVERY ACTIVE SOURCE THAT SENT NO BATCH IS LISTED ON CONVRPT.
000160* THE REGISTRY IS MAINTAINED BY SRCMNT.
000170*----------------------------------------------------------------
000180 01  SOURCE-RECORD.
000190     05  SRC-ID              PIC X(08).
000200     05  SRC-DESC            PIC X(30).
000210     05  SRC-ACTIVE-SW       PIC X(01).
000220         88  SRC-ACTIVE                  VALUE 'Y'.
000230         88  SRC-INACTIVE                VALUE 'N'.
000240     05  SRC-ALLOW-SINGLE    PIC X(01).
000250         88  SRC-SINGLE-ALLOWED          VALUE 'Y'.
000260     05  SRC-ALLOW-STOCK     PIC X(01).
000270         88  SRC-STOCK-ALLOWED           VALUE 'Y'.
000280     05  SRC-ALLOW-REBASE    PIC X(01).
000290         88  SRC-REBASE-ALLOWED          VALUE 'Y'.
000300     05  SRC-VOL-MIN         PIC 9(08).
000310     05  SRC-VOL-MAX         PIC 9(08).
000320     05  SRC-REJECT-PCT      PIC X(03).
