000010*----------------------------------------------------------------
000020* ERPACKR.CPY
000030*----------------------------------------------------------------
000040* RECORD LAYOUT FOR ERPACK, THE ACKNOWLEDGEMENT THE WAREHOUSE
000050* ERP SENDS BACK AFTER IT LOADS EXPOUT. ONE 'D' RECORD PER EXPOUT
000060* DATA LINE, KEYED BY THE RUN NUMBER, SEQUENCE NUMBER AND
000070* QUANTITY SLOT THE LINE CARRIED (SLOT 0 FOR A SINGLE-CONVERSION
000080* LINE), IN THE SAME ORDER AS EXPOUT, WITH THE ERP'S ACCEPTED/
000090* REJECTED FLAG AND ITS ERROR CODE AND TEXT FOR A REJECTION. ONE
000100* 'T' RECORD LAST CARRIES THE ERP'S OWN COUNT OF DATA LINES AND
000110* ITS VALUE TOTAL, WORKED THE SAME WAY AS THE EXPOUT TRAILER.
000120*----------------------------------------------------------------
000130 01  ERP-ACK-RECORD.
000140     05  ACK-REC-TYPE        PIC X(01).
000150         88  ACK-DETAIL                  VALUE 'D'.
000160         88  ACK-TRAILER                 VALUE 'T'.
000170     05  FILLER              PIC X(01).
000180     05  ACK-RUN-NBR         PIC 9(06).
000190     05  FILLER              PIC X(01).
000200     05  ACK-SEQ-NBR         PIC 9(08).
000210     05  FILLER              PIC X(01).
000220     05  ACK-SLOT            PIC 9(01).
000230     05  FILLER              PIC X(01).
000240     05  ACK-FLAG            PIC X(01).
000250         88  ACK-ACCEPTED                VALUE 'A'.
000260         88  ACK-REJECTED                VALUE 'R'.
000270     05  FILLER              PIC X(01).
000280     05  ACK-ERP-ERROR       PIC X(08).
000290     05  FILLER              PIC X(01).
000300     05  ACK-ERP-TEXT        PIC X(40).
000310 01  ERP-ACK-TRAILER.
000320     05  ACT-REC-TYPE        PIC X(01).
000330     05  FILLER              PIC X(01).
000340     05  ACT-LINE-COUNT      PIC 9(08).
000350     05  FILLER              PIC X(01).
000360     05  ACT-VALUE-TOTAL     PIC 9(18).
000370     05  FILLER              PIC X(41).
