000010*----------------------------------------------------------------
000020* SPLITR.CPY
000030*----------------------------------------------------------------
000040* RECORD LAYOUT FOR SPLITCTL, THE SPLIT CONTROL FILE WRITTEN BY
000050* CNVSPLIT. ONE RECORD PER SOURCE BATCH FOUND ON CONVIN, IN THE
000060* ORDER THE BATCHES ARRIVED, NAMING THE SLOT FILE (CNVIN01-08)
000070* THE BATCH WAS COPIED TO, ITS SOURCE AND BUSINESS DATE, THE
000080* DETAIL COUNT FOUND AND THE COUNT ITS TRAILER CLAIMED, THE RUN
000090* NUMBER RESERVED FOR THE BATCH'S OWN SOLUTION RUN AND THE
000100* COMBINED RUN NUMBER CNVMERGE FILES THE MERGED OUTPUT UNDER.
000110* THE LAST SLOT ALSO TAKES ANY SUSPENSE RESUBMISSIONS, SO THEIR
000120* SEQUENCE NUMBERS FOLLOW EVERY CONVIN DETAIL AS THEY ALWAYS
000130* HAVE.
000140*----------------------------------------------------------------
000150 01  SPLIT-CTL-RECORD.
000160     05  SPL-SLOT            PIC 9(02).
000170     05  FILLER              PIC X(01).
000180     05  SPL-SOURCE-ID       PIC X(08).
000190     05  FILLER              PIC X(01).
000200     05  SPL-BUS-DATE        PIC 9(08).
000210     05  FILLER              PIC X(01).
000220     05  SPL-DETAIL-COUNT    PIC 9(08).
000230     05  FILLER              PIC X(01).
000240     05  SPL-TRAILER-COUNT   PIC 9(08).
000250     05  FILLER              PIC X(01).
000260     05  SPL-RUN-NBR         PIC 9(06).
000270     05  FILLER              PIC X(01).
000280     05  SPL-COMBINED-RUN    PIC 9(06).
000290     05  FILLER              PIC X(01).
000300     05  SPL-SPLIT-DATE      PIC 9(06).
000310     05  FILLER              PIC X(01).
000320     05  SPL-RESUB-SW        PIC X(01).
000330         88  SPL-TAKES-RESUB             VALUE 'Y'.
