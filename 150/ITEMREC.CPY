000080* SUSPENSE UNDER REASON 'ITM' AND ONTO THE UNKNOWN-ITEM
000090* EXCEPTION LISTING, SO A SCANNER MISREAD CAN NO LONGER SAIL
000100* INTO CONVOUT AND THE LABEL JOB.
000102* THE MASTER IS MAINTAINED BY ITEMMNT FROM ADD, CHANGE AND
000104* DELETE TRANSACTIONS; A DELETE IS REFUSED WHILE THE ITEM HOLDS
000106* A STOCK POSITION OR WAITS IN SUSPENSE UNDER REASON 'ITM'.
000110*----------------------------------------------------------------
000120 01  ITEM-RECORD.
000130     05  ITM-KEY             PIC X(10).
