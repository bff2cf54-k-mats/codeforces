000010*----------------------------------------------------------------
000020* SUSREC.CPY
000030*----------------------------------------------------------------
000040* RECORD LAYOUT FOR THE SUSPENSE FILE OF REJECTED CONVIN DETAIL
000050* RECORDS, SHARED BY EVERY PROGRAM THAT WRITES OR READS IT.
000060* EACH RECORD CARRIES THE ORIGINAL CONVIN RECORD IMAGE, THE
000070* REASON CODE IT WAS REFUSED UNDER (SEE CNVREC), THE RUN DATE,
000080* AND THE RUN NUMBER AND CONVIN DETAIL SEQUENCE NUMBER OF THE
000090* RUN THAT REFUSED IT. DATA CONTROL CORRECTS THE IMAGE AND
000100* FEEDS THE RECORD BACK THROUGH RESUB-IN. SUS-STOCK-IMAGE IS
000110* THE STOCK DETAIL VIEW OF THE IMAGE ('S' IN BYTE 1), GIVING
000120* THE ITEM KEY WITHOUT AN OFFSET INTO THE RAW IMAGE.
000130*----------------------------------------------------------------
000140 01  SUSPENSE-RECORD.
000150     05  SUS-IMAGE           PIC X(105).
000160     05  SUS-STOCK-IMAGE REDEFINES SUS-IMAGE.
000170         10  SUS-STK-TYPE        PIC X(01).
000180             88  SUS-STK-DETAIL              VALUE 'S'.
000190         10  SUS-STK-MODE        PIC X(01).
000200         10  SUS-STK-ITEM-KEY    PIC X(10).
000210         10  FILLER              PIC X(93).
000220     05  FILLER              PIC X(01)   VALUE SPACE.
000230     05  SUS-REASON          PIC X(03).
000240     05  FILLER              PIC X(01)   VALUE SPACE.
000250     05  SUS-RUN-DATE        PIC 9(06).
000260     05  FILLER              PIC X(01)   VALUE SPACE.
000270     05  SUS-RUN-NBR         PIC 9(06).
000280     05  FILLER              PIC X(01)   VALUE SPACE.
000290     05  SUS-SEQ-NBR         PIC 9(08).
