000010*----------------------------------------------------------------
000020* RUNREGR.CPY
000030*----------------------------------------------------------------
000040* RECORD LAYOUT FOR RUNREG, THE KEYED RUN STATUS REGISTER. ONE
000050* RECORD PER RUNCTL RUN NUMBER, FOLLOWING THE RUN THROUGH THE
000060* JOB STREAM:
000070*   SOLUTION WRITES THE RECORD AS 'S' (STARTED) THE MOMENT THE
000080*   RUN NUMBER IS DRAWN AND MARKS IT 'C' (COMPLETED, EVERY
000090*   BATCH BALANCED TO ITS TRAILER), 'L' (ABANDONED ON THE REJECT
000100*   LIMIT) OR 'B' (ABANDONED OUT OF BALANCE) ON THE WAY OUT. A
000110*   RUN THAT ABENDS ANY OTHER WAY IS LEFT 'S'.
000120*   CONVVFY RECORDS THE DETAILS IT CHECKED AND ITS MISMATCH
000130*   COUNT (DISCREPANCIES PLUS MISSING CONVOUT LINES).
000140*   CONVEXT EXPORTS ONLY A COMPLETED, BALANCED RUN VERIFIED WITH
000150*   NO MISMATCHES, NOT ALREADY EXPORTED OR BACKED OUT, AND
000160*   RECORDS WHEN IT DID SO AND HOW MANY LINES IT SENT.
000170*   RUNBACK MARKS A REVERSED RUN AS BACKED OUT.
000172*   FOR A SPLIT RUN, CNVSPLIT WRITES THE COMBINED RUN 'S' AND
000174*   EACH SOURCE RUN IS REGISTERED BY SOLUTION WITH THE COMBINED
000175*   RUN NUMBER ALREADY IN RRG-MERGE-RUN - A SOURCE RUN IS NEVER
000176*   EXPORTED OR BACKED OUT ON ITS OWN. CNVMERGE MARKS THE
000177*   COMBINED RUN 'P' (MERGE IN PROGRESS) BEFORE IT FIRST
000178*   APPENDS TO A CUMULATIVE FILE, THEN 'C' OR 'B'. EACH SOURCE
000180*   RUN IT TOOK IN IS MARKED 'M' (MERGED), SINCE ITS RECORDS
000184*   NOW BELONG TO THE COMBINED RUN.
000186* RUNLST LISTS THE REGISTER.
000190*----------------------------------------------------------------
000200 01  RUN-REG-RECORD.
000210     05  RRG-RUN-NBR         PIC 9(06).
000220     05  RRG-RUN-DATE        PIC 9(06).
000230     05  RRG-START-TIME      PIC 9(08).
000240     05  RRG-END-TIME        PIC 9(08).
000250     05  RRG-RUN-STATUS      PIC X(01).
000260         88  RRG-STARTED                 VALUE 'S'.
000270         88  RRG-COMPLETED               VALUE 'C'.
000280         88  RRG-ABANDONED-REJECTS       VALUE 'L'.
000290         88  RRG-ABANDONED-BALANCE       VALUE 'B'.
000292         88  RRG-MERGE-IN-PROGRESS       VALUE 'P'.
000294         88  RRG-MERGED                  VALUE 'M'.
000300     05  RRG-BALANCE-SW      PIC X(01).
000310         88  RRG-BALANCED                VALUE 'Y'.
000320         88  RRG-OUT-OF-BALANCE          VALUE 'N'.
000330     05  RRG-WRITTEN-COUNT   PIC 9(08).
000340     05  RRG-ACCEPT-COUNT    PIC 9(08).
000350     05  RRG-REJECT-COUNT    PIC 9(08).
000360     05  RRG-VFY-SW          PIC X(01).
000370         88  RRG-VERIFIED                VALUE 'Y'.
000380     05  RRG-VFY-DATE        PIC 9(06).
000390     05  RRG-VFY-CHECKED     PIC 9(08).
000400     05  RRG-VFY-MISMATCH    PIC 9(08).
000410     05  RRG-EXP-SW          PIC X(01).
000420         88  RRG-EXPORTED                VALUE 'Y'.
000430     05  RRG-EXP-DATE        PIC 9(06).
000440     05  RRG-EXP-TIME        PIC 9(08).
000450     05  RRG-EXP-COUNT       PIC 9(08).
000460     05  RRG-BKO-SW          PIC X(01).
000470         88  RRG-BACKED-OUT              VALUE 'Y'.
000480     05  RRG-BKO-DATE        PIC 9(06).
000490     05  RRG-MERGE-RUN       PIC 9(06).
