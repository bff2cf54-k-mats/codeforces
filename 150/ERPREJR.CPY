000010*----------------------------------------------------------------
000020* ERPREJR.CPY
000030*----------------------------------------------------------------
000040* RECORD LAYOUT FOR ERPREJ, THE FEED OF EXPOUT LINES THE WAREHOUSE
000050* ERP REJECTED ON LOAD, WRITTEN BY ACKRECN. EACH RECORD CARRIES
000060* THE EXPOUT DATA LINE AS IT WAS SENT, THE ERP ERROR CODE AND
000070* TEXT, THE DATE OF THE RECONCILIATION THAT FOUND IT, AND THE
000080* RUN NUMBER, SEQUENCE NUMBER AND QUANTITY SLOT OF THE LINE.
000090* DATA CONTROL CORRECTS THE IMAGE AND RESUBMITS IT TO THE ERP.
000100*----------------------------------------------------------------
000110 01  ERP-REJECT-RECORD.
000120     05  ERJ-IMAGE           PIC X(256).
000130     05  FILLER              PIC X(01)   VALUE SPACE.
000140     05  ERJ-ERP-ERROR       PIC X(08).
000150     05  FILLER              PIC X(01)   VALUE SPACE.
000160     05  ERJ-ERP-TEXT        PIC X(40).
000170     05  FILLER              PIC X(01)   VALUE SPACE.
000180     05  ERJ-ACK-DATE        PIC 9(06).
000190     05  FILLER              PIC X(01)   VALUE SPACE.
000200     05  ERJ-RUN-NBR         PIC 9(06).
000210     05  FILLER              PIC X(01)   VALUE SPACE.
000220     05  ERJ-SEQ-NBR         PIC 9(08).
000230     05  FILLER              PIC X(01)   VALUE SPACE.
000240     05  ERJ-SLOT            PIC 9(01).
