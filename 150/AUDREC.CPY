000060* WRITTEN PER CONVERSION SO EVERY FIGURE CAN BE TRACED BACK TO
000070* THE RUN THAT PRODUCED IT. AUD-SOURCE SAYS WHICH PROGRAM WROTE
000080* THE ENTRY - 'BAT' FOR THE BATCH RUN, 'INQ' FOR THE ONLINE
000090* INQUIRY, 'STK' FOR A STOCK-TAKE ADJUSTMENT POSTED BY STKTAKE,
000091* 'REV' FOR A STOCK LINE TAKEN BACK BY THE RUNBACK BACKOUT - SO
000092* LOOKUPS AND ADJUSTMENTS ARE CLEARLY MARKED ON THE TRAIL.
000093* AUD-RUN-NBR IS THE RUN NUMBER ASSIGNED FROM RUNCTL FOR A
000094* BATCH RUN OR A 'REV' ENTRY (THE INQCTL SESSION NUMBER FOR
000095* 'INQ', THE STKCTL POSTING NUMBER FOR 'STK') AND AUD-SEQ-NBR
000096* THE CONVIN DETAIL SEQUENCE WITHIN THE RUN (THE LOOKUP OR
000097* ADJUSTMENT SEQUENCE FOR 'INQ' AND 'STK'), SO A TRAIL ENTRY
000098* CAN BE TIED BACK TO THE EXACT RUN AND RECORD THAT PRODUCED IT.
000100*----------------------------------------------------------------
000110 01  AUDIT-RECORD.
000120     05  AUD-DATE            PIC 9(06).
