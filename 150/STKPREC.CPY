000090* PICKING JOBS CAN ASK HOW MUCH OF AN ITEM HAS MOVED THROUGH
000100* CONVERSION WITHOUT TRAWLING CONVOUT. STKLOOK READS THE
000110* MASTER BY KEY IN THE SAME CALL STYLE AS CNVLOOK.
000112* AN APPROVED STKTAKE POSTING SETS POS-QTY-TOTAL TO THE
000114* QUARTERLY PHYSICAL COUNT, LEAVING POS-REC-COUNT AS IT WAS.
000120*----------------------------------------------------------------
000130 01  STOCK-POS-RECORD.
000140     05  POS-ITEM-KEY        PIC X(10).
