000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. CNVMERGE.
000030 AUTHOR. R-TANAKA.
000040 INSTALLATION. STOCK-CONTROL-SYSTEMS.
000050 DATE-WRITTEN. 10/15/2026.
000060 DATE-COMPILED.
000070*----------------------------------------------------------------
000080* MODIFICATION HISTORY
000090*----------------------------------------------------------------
000100*   DATE       INIT  DESCRIPTION
000110*   10/15/2026  RT   ORIGINAL CODING. MERGES THE SOURCE RUNS OF A
000120*                    CONVIN SPLIT BY CNVSPLIT BACK INTO THE SINGLE
000130*                    CONVOUT, SUSPENSE, AUDITLOG AND RUNSTAT FILES
000140*                    DOWNSTREAM JOBS EXPECT. EVERY RECORD IS FILED
000150*                    UNDER THE COMBINED RUN NUMBER, ITS SEQUENCE
000160*                    NUMBER MOVED ON BY THE DETAILS OF THE SLOTS
000170*                    BEFORE IT, SO THE NUMBERS ARE THOSE A SINGLE
000180*                    STREAM RUN WOULD HAVE GIVEN. THE DEFERRED
000190*                    STOCKPOS, XREFMST AND SUSLEDG POSTINGS ARE
000200*                    APPLIED ONE SOURCE AFTER ANOTHER, LASTRUN-CTL
000210*                    IS BROUGHT UP TO DATE, AND THE COMBINED RUN
000214*                    IS MARKED ON RUNREG - IN PROGRESS BEFORE THE
000218*                    FIRST CUMULATIVE FILE IS TOUCHED, SO A MERGE
000222*                    THAT STOPS PART WAY CANNOT SIMPLY BE RERUN -
000227*                    AND EACH SOURCE RUN AS MERGED INTO IT. MRGRPT
000231*                    PROVES THE MERGED TOTALS EQUAL THE SUM OF THE
000235*                    SOURCE RUNS.
000236*   10/15/2026  RT   A SOURCE RUN ALREADY EXPORTED OR BACKED OUT
000237*                    IS REFUSED AS WELL, AND THE REFUSAL SAYS
000238*                    WHICH TEST THE SOURCE RUN FAILED.
000240*----------------------------------------------------------------
000250
000260 ENVIRONMENT DIVISION.
000270 CONFIGURATION SECTION.
000280 SOURCE-COMPUTER. IBM-370.
000290 OBJECT-COMPUTER. IBM-370.
000300
000310 INPUT-OUTPUT SECTION.
000320 FILE-CONTROL.
000330     SELECT SPLIT-CTL ASSIGN TO SPLITCTL
000340         ORGANIZATION IS LINE SEQUENTIAL
000350         FILE STATUS IS WS-SPLITCTL-STATUS.
000360     SELECT MRG-COUT  ASSIGN TO MRGCOUT
000370         ORGANIZATION IS LINE SEQUENTIAL
000380         FILE STATUS IS WS-MRGCOUT-STATUS.
000390     SELECT MRG-SUSP  ASSIGN TO MRGSUSP
000400         ORGANIZATION IS LINE SEQUENTIAL
000410         FILE STATUS IS WS-MRGSUSP-STATUS.
000420     SELECT OPTIONAL MRG-AUDT ASSIGN TO MRGAUDT
000430         ORGANIZATION IS LINE SEQUENTIAL
000440         FILE STATUS IS WS-MRGAUDT-STATUS.
000450     SELECT MRG-STAT  ASSIGN TO MRGSTAT
000460         ORGANIZATION IS LINE SEQUENTIAL
000470         FILE STATUS IS WS-MRGSTAT-STATUS.
000480     SELECT OPTIONAL MRG-POST ASSIGN TO MRGPOST
000490         ORGANIZATION IS LINE SEQUENTIAL
000500         FILE STATUS IS WS-MRGPOST-STATUS.
000510     SELECT CONV-OUT ASSIGN TO CONVOUT
000520         ORGANIZATION IS LINE SEQUENTIAL
000530         FILE STATUS IS WS-CONVOUT-STATUS.
000540     SELECT SUSPENSE-OUT ASSIGN TO SUSPENSE
000550         ORGANIZATION IS LINE SEQUENTIAL
000560         FILE STATUS IS WS-SUSPENSE-STATUS.
000570     SELECT OPTIONAL AUDIT-LOG ASSIGN TO AUDITLOG
000580         ORGANIZATION IS LINE SEQUENTIAL
000590         FILE STATUS IS WS-AUDIT-STATUS.
000600     SELECT OPTIONAL RUN-STAT ASSIGN TO RUNSTAT
000610         ORGANIZATION IS LINE SEQUENTIAL
000620         FILE STATUS IS WS-RUNSTAT-STATUS.
000630     SELECT OPTIONAL LASTRUN-CTL ASSIGN TO LASTRUNC
000640         ORGANIZATION IS LINE SEQUENTIAL
000650         FILE STATUS IS WS-LASTRUN-STATUS.
000660     SELECT OPTIONAL RUN-REG ASSIGN TO RUNREG
000670         ORGANIZATION IS INDEXED
000680         ACCESS MODE IS RANDOM
000690         RECORD KEY IS RRG-RUN-NBR
000700         FILE STATUS IS WS-RUNREG-STATUS.
000710     SELECT OPTIONAL STOCK-POS ASSIGN TO STOCKPOS
000720         ORGANIZATION IS INDEXED
000730         ACCESS MODE IS RANDOM
000740         RECORD KEY IS POS-ITEM-KEY
000750         FILE STATUS IS WS-STKPOS-STATUS.
000760     SELECT OPTIONAL XREF-MASTER ASSIGN TO XREFMST
000770         ORGANIZATION IS INDEXED
000780         ACCESS MODE IS RANDOM
000790         RECORD KEY IS XRF-KEY
000800         FILE STATUS IS WS-XREF-STATUS.
000810     SELECT OPTIONAL SUS-LEDGER ASSIGN TO SUSLEDG
000820         ORGANIZATION IS INDEXED
000830         ACCESS MODE IS RANDOM
000840         RECORD KEY IS SLG-KEY
000850         FILE STATUS IS WS-SUSLEDG-STATUS.
000860     SELECT SRC-MASTER ASSIGN TO SRCMST
000870         ORGANIZATION IS INDEXED
000880         ACCESS MODE IS DYNAMIC
000890         RECORD KEY IS SRC-ID
000900         FILE STATUS IS WS-SRCMST-STATUS.
000910     SELECT MRG-RPT   ASSIGN TO MRGRPT
000920         ORGANIZATION IS LINE SEQUENTIAL.
000930
000940 DATA DIVISION.
000950 FILE SECTION.
000960 FD  SPLIT-CTL
000970     RECORDING MODE IS F.
000980 COPY SPLITR.
000990
001000 FD  MRG-COUT
001010     RECORDING MODE IS F.
001020 COPY CONVOUTR.
001030
001040 FD  MRG-SUSP
001050     RECORDING MODE IS F.
001060 COPY SUSREC.
001070
001080 FD  MRG-AUDT
001090     RECORDING MODE IS F.
001100 COPY AUDREC.
001110
001120 FD  MRG-STAT
001130     RECORDING MODE IS F.
001140 COPY RUNSTATR.
001150
001160 FD  MRG-POST
001170     RECORDING MODE IS F.
001180 COPY MSTPOSTR.
001190
001200 FD  CONV-OUT
001210     RECORDING MODE IS F.
001220 01  OUT-SINGLE-RECORD       PIC X(201).
001230 01  OUT-STOCK-RECORD        PIC X(442).
001240
001250 FD  SUSPENSE-OUT
001260     RECORDING MODE IS F.
001270 01  OUT-SUSPENSE-RECORD     PIC X(132).
001280
001290 FD  AUDIT-LOG
001300     RECORDING MODE IS F.
001310 01  OUT-AUDIT-RECORD        PIC X(169).
001320
001330 FD  RUN-STAT
001340     RECORDING MODE IS F.
001350 01  OUT-STAT-RECORD         PIC X(103).
001360
001370 FD  LASTRUN-CTL
001380     RECORDING MODE IS F.
001390 01  LASTRUN-RECORD.
001400     05  LST-SOURCE-ID       PIC X(08).
001410     05  FILLER              PIC X(01).
001420     05  LST-BUS-DATE        PIC 9(08).
001430
001440 FD  RUN-REG.
001450 COPY RUNREGR.
001460
001470 FD  STOCK-POS.
001480 COPY STKPREC.
001490
001500 FD  XREF-MASTER.
001510 COPY XREFREC.
001520
001530 FD  SUS-LEDGER.
001540 COPY SUSLREC.
001550
001560 FD  SRC-MASTER.
001570 COPY SRCREC.
001580
001590 FD  MRG-RPT
001600     RECORDING MODE IS F.
001610 01  RPT-RECORD              PIC X(132).
001620
001630 WORKING-STORAGE SECTION.
001640 01  WS-SPLITCTL-STATUS  PIC X(02)   VALUE '00'.
001650     88  WS-SPLITCTL-OK                 VALUES '00' '05'.
001660 01  WS-MRGCOUT-STATUS   PIC X(02)   VALUE '00'.
001670     88  WS-MRGCOUT-OK                  VALUES '00' '05'.
001680 01  WS-MRGSUSP-STATUS   PIC X(02)   VALUE '00'.
001690     88  WS-MRGSUSP-OK                  VALUES '00' '05'.
001700 01  WS-MRGAUDT-STATUS   PIC X(02)   VALUE '00'.
001710     88  WS-MRGAUDT-OK                  VALUES '00' '05'.
001720 01  WS-MRGSTAT-STATUS   PIC X(02)   VALUE '00'.
001730     88  WS-MRGSTAT-OK                  VALUES '00' '05'.
001740 01  WS-MRGPOST-STATUS   PIC X(02)   VALUE '00'.
001750     88  WS-MRGPOST-OK                  VALUES '00' '05'.
001760 01  WS-CONVOUT-STATUS   PIC X(02)   VALUE '00'.
001770     88  WS-CONVOUT-OK                  VALUES '00' '05'.
001780 01  WS-SUSPENSE-STATUS  PIC X(02)   VALUE '00'.
001790     88  WS-SUSPENSE-OK                 VALUES '00' '05'.
001800 01  WS-AUDIT-STATUS     PIC X(02)   VALUE '00'.
001810     88  WS-AUDIT-OK                    VALUES '00' '05'.
001820 01  WS-RUNSTAT-STATUS   PIC X(02)   VALUE '00'.
001830     88  WS-RUNSTAT-OK                  VALUES '00' '05'.
001840 01  WS-LASTRUN-STATUS   PIC X(02)   VALUE '00'.
001850     88  WS-LASTRUN-OK                  VALUES '00' '05'.
001860 01  WS-RUNREG-STATUS    PIC X(02)   VALUE '00'.
001870     88  WS-RUNREG-OK                   VALUES '00' '05'.
001880 01  WS-STKPOS-STATUS    PIC X(02)   VALUE '00'.
001890     88  WS-STKPOS-OK                   VALUES '00' '05'.
001900 01  WS-XREF-STATUS      PIC X(02)   VALUE '00'.
001910     88  WS-XREF-OK                     VALUES '00' '05'.
001920 01  WS-SUSLEDG-STATUS   PIC X(02)   VALUE '00'.
001930     88  WS-SUSLEDG-OK                  VALUES '00' '05'.
001940 01  WS-SRCMST-STATUS    PIC X(02)   VALUE '00'.
001950     88  WS-SRCMST-OK                   VALUES '00' '05'.
001960 01  WS-RUN-DATE         PIC 9(06).
001970 01  WS-RUN-TIME         PIC 9(08).
001980 01  WS-EOF-SW           PIC X(01)   VALUE 'N'.
001990     88  WS-EOF                         VALUE 'Y'.
002000     88  WS-NOT-EOF                     VALUE 'N'.
002010 01  WS-SRCMST-EOF-SW    PIC X(01)   VALUE 'N'.
002020     88  WS-SRCMST-EOF                  VALUE 'Y'.
002030 01  WS-STKPOS-SW        PIC X(01)   VALUE 'Y'.
002040     88  WS-STKPOS-POSTING              VALUE 'Y'.
002050     88  WS-STKPOS-BYPASSED             VALUE 'N'.
002060 01  WS-XREF-SW          PIC X(01)   VALUE 'Y'.
002070     88  WS-XREF-POSTING                VALUE 'Y'.
002080     88  WS-XREF-BYPASSED               VALUE 'N'.
002090 01  WS-BALANCE-SW       PIC X(01)   VALUE 'Y'.
002100     88  WS-MERGE-BALANCED              VALUE 'Y'.
002110     88  WS-MERGE-OUT-OF-BALANCE        VALUE 'N'.
002120 01  N                   PIC 9(02)   COMP.
002130 01  L                   PIC 9(02)   COMP.
002140*----------------------------------------------------------------
002150* THE SLOTS OF THE SPLIT, FROM SPLITCTL, WITH WHAT EACH SOURCE
002160* RUN REPORTED ON RUNSTAT AND RUNREG AND WHAT WAS MERGED FROM IT.
002170* WS-SLT-OFFSET IS THE DETAIL COUNT OF EVERY EARLIER SLOT - THE
002180* AMOUNT THE SLOT'S SEQUENCE NUMBERS MOVE ON BY - AND WS-SLT-SPAN
002190* THE HIGHEST SEQUENCE NUMBER ITS RUN CAN HAVE GIVEN, DETAILS
002200* PLUS ANY RESUBMISSIONS.
002210*----------------------------------------------------------------
002220 01  WS-SLOT-MAX         PIC 9(02)   COMP  VALUE 8.
002230 01  WS-SLOT-COUNT       PIC 9(02)   COMP  VALUE ZEROES.
002240 01  WS-COMBINED-RUN     PIC 9(06)   VALUE ZEROES.
002245 01  WS-SOURCE-REFUSAL   PIC X(24)   VALUE SPACES.
002250 01  WS-SLOT-TABLE.
002260     05  WS-SLT-ENTRY OCCURS 8.
002270         10  WS-SLT-SOURCE       PIC X(08).
002280         10  WS-SLT-BUS-DATE     PIC 9(08).
002290         10  WS-SLT-DETAIL       PIC 9(08).
002300         10  WS-SLT-RUN-NBR      PIC 9(06).
002310         10  WS-SLT-RESUB-SW     PIC X(01).
002320             88  WS-SLT-TAKES-RESUB          VALUE 'Y'.
002330         10  WS-SLT-STAT-SW      PIC X(01).
002340             88  WS-SLT-STAT-FOUND           VALUE 'Y'.
002350         10  WS-SLT-AGREE-SW     PIC X(01).
002360             88  WS-SLT-AGREES               VALUE 'Y'.
002370         10  WS-SLT-OFFSET       PIC 9(08).
002380         10  WS-SLT-RESUB        PIC 9(08).
002390         10  WS-SLT-SPAN         PIC 9(08).
002400         10  WS-SLT-READ         PIC 9(08).
002410         10  WS-SLT-WRITTEN      PIC 9(08).
002420         10  WS-SLT-ACCEPT       PIC 9(08).
002430         10  WS-SLT-REJECT       PIC 9(08).
002440         10  WS-SLT-SUSPENSE     PIC 9(08).
002450         10  WS-SLT-REG-WRITTEN  PIC 9(08).
002460         10  WS-SLT-REG-ACCEPT   PIC 9(08).
002470         10  WS-SLT-REG-REJECT   PIC 9(08).
002480         10  WS-SLT-MRG-OUT      PIC 9(08).
002490         10  WS-SLT-MRG-SUS      PIC 9(08).
002500*----------------------------------------------------------------
002510* RENUMBERING. EACH MERGE FILE IS THE SLOT FILES CONCATENATED IN
002520* SLOT ORDER, SO THE SLOT MAY ONLY RISE THROUGH A FILE AND THE
002530* SEQUENCE NUMBER RISES WITHIN A SLOT. AUDITLOG AND MSTPOST MAY
002540* CARRY SEVERAL RECORDS FOR ONE SEQUENCE NUMBER.
002550*----------------------------------------------------------------
002560 01  WS-MRG-FILE         PIC X(08)   VALUE SPACES.
002570 01  WS-IN-RUN           PIC 9(06)   VALUE ZEROES.
002580 01  WS-IN-SEQ           PIC 9(08)   VALUE ZEROES.
002590 01  WS-NEW-SEQ          PIC 9(08)   VALUE ZEROES.
002600 01  WS-PREV-SLOT        PIC 9(02)   COMP  VALUE ZEROES.
002610 01  WS-PREV-SEQ         PIC 9(08)   VALUE ZEROES.
002620 01  WS-SEQ-RULE-SW      PIC X(01)   VALUE 'U'.
002630     88  WS-SEQ-UNIQUE                  VALUE 'U'.
002640     88  WS-SEQ-SHARED                  VALUE 'S'.
002650*----------------------------------------------------------------
002660* LASTRUN TABLE, AS THE BATCH RUN HOLDS IT
002670*----------------------------------------------------------------
002680 01  WS-LASTRUN-EOF-SW   PIC X(01)   VALUE 'N'.
002690     88  WS-LASTRUN-EOF                 VALUE 'Y'.
002700 01  WS-LASTRUN-MAX      PIC 9(02)   COMP  VALUE 20.
002710 01  WS-LASTRUN-COUNT    PIC 9(02)   COMP  VALUE ZEROES.
002720 01  WS-LASTRUN-TABLE.
002730     05  WS-LASTRUN-ENTRY OCCURS 20.
002740         10  WS-LRN-SOURCE   PIC X(08).
002750         10  WS-LRN-DATE     PIC 9(08).
002760*----------------------------------------------------------------
002770* MERGE TOTALS
002780*----------------------------------------------------------------
002790 01  WS-TOT-DETAIL       PIC 9(08)   COMP  VALUE ZEROES.
002800 01  WS-TOT-READ         PIC 9(08)   COMP  VALUE ZEROES.
002810 01  WS-TOT-WRITTEN      PIC 9(08)   COMP  VALUE ZEROES.
002820 01  WS-TOT-ACCEPT       PIC 9(08)   COMP  VALUE ZEROES.
002830 01  WS-TOT-REJECT       PIC 9(08)   COMP  VALUE ZEROES.
002840 01  WS-TOT-SUSPENSE     PIC 9(08)   COMP  VALUE ZEROES.
002850 01  WS-TOT-REG-WRITTEN  PIC 9(08)   COMP  VALUE ZEROES.
002860 01  WS-TOT-REG-ACCEPT   PIC 9(08)   COMP  VALUE ZEROES.
002870 01  WS-TOT-REG-REJECT   PIC 9(08)   COMP  VALUE ZEROES.
002880 01  WS-TOT-STAT-READ    PIC 9(08)   COMP  VALUE ZEROES.
002890 01  WS-CONVOUT-COUNT    PIC 9(08)   COMP  VALUE ZEROES.
002900 01  WS-SUSPENSE-COUNT   PIC 9(08)   COMP  VALUE ZEROES.
002910 01  WS-AUDIT-COUNT      PIC 9(08)   COMP  VALUE ZEROES.
002920 01  WS-STAT-COUNT       PIC 9(08)   COMP  VALUE ZEROES.
002930 01  WS-POST-IN-COUNT    PIC 9(08)   COMP  VALUE ZEROES.
002940 01  WS-POST-READ-COUNT  PIC 9(08)   COMP  VALUE ZEROES.
002950 01  WS-STK-POST-COUNT   PIC 9(08)   COMP  VALUE ZEROES.
002960 01  WS-XREF-POST-COUNT  PIC 9(08)   COMP  VALUE ZEROES.
002970 01  WS-LDG-OPEN-COUNT   PIC 9(08)   COMP  VALUE ZEROES.
002980 01  WS-LDG-CLOSE-COUNT  PIC 9(08)   COMP  VALUE ZEROES.
002990 01  WS-LDG-NOT-OPEN-CNT PIC 9(08)   COMP  VALUE ZEROES.
003000 01  WS-BYPASS-COUNT     PIC 9(08)   COMP  VALUE ZEROES.
003010 01  WS-MISSING-COUNT    PIC 9(08)   COMP  VALUE ZEROES.
003020 01  WS-FILL-MODE        PIC X(01)   VALUE SPACE.
003030*----------------------------------------------------------------
003040* CONVERSION REQUEST/RESPONSE AREA - PASSED TO CNVRTN BY CALL
003050* TO FILL THE XREFMST COLUMNS A POSTING DID NOT SET
003060*----------------------------------------------------------------
003070 COPY CNVREC.
003080*----------------------------------------------------------------
003090* MRGRPT REPORT LINES
003100*----------------------------------------------------------------
003110 01  RPT-HEADER-LINE.
003120     05  FILLER          PIC X(36)   VALUE
003130         'COMBINED RUN BALANCING REPORT'.
003140     05  FILLER          PIC X(09)   VALUE 'RUN DATE '.
003150     05  RPT-HDR-DATE    PIC 9(06).
003160     05  FILLER          PIC X(07)   VALUE '  TIME '.
003170     05  RPT-HDR-TIME    PIC 9(08).
003180     05  FILLER          PIC X(15)   VALUE '  COMBINED RUN '.
003190     05  RPT-HDR-RUN     PIC 9(06).
003200     05  FILLER          PIC X(45)   VALUE SPACES.
003210 01  RPT-RULE-LINE.
003220     05  FILLER          PIC X(132)  VALUE ALL '-'.
003230 01  RPT-COLUMN-LINE.
003240     05  FILLER          PIC X(04)   VALUE 'SLT'.
003250     05  FILLER          PIC X(10)   VALUE 'SOURCE'.
003260     05  FILLER          PIC X(10)   VALUE 'BUS DATE'.
003270     05  FILLER          PIC X(08)   VALUE 'RUN'.
003280     05  FILLER          PIC X(10)   VALUE '    READ'.
003290     05  FILLER          PIC X(10)   VALUE ' WRITTEN'.
003300     05  FILLER          PIC X(10)   VALUE '    SUSP'.
003310     05  FILLER          PIC X(10)   VALUE '  ACCEPT'.
003320     05  FILLER          PIC X(10)   VALUE '  REJECT'.
003330     05  FILLER          PIC X(10)   VALUE 'MRG COUT'.
003340     05  FILLER          PIC X(10)   VALUE 'MRG SUSP'.
003350     05  FILLER          PIC X(30)   VALUE 'RESULT'.
003360 01  RPT-SLOT-LINE.
003370     05  RPT-SLT-SLOT    PIC Z9.
003380     05  RPT-SLT-SLOT-X REDEFINES RPT-SLT-SLOT
003390                         PIC X(02).
003400     05  FILLER          PIC X(02)   VALUE SPACES.
003410     05  RPT-SLT-SOURCE  PIC X(08).
003420     05  FILLER          PIC X(02)   VALUE SPACES.
003430     05  RPT-SLT-BUS-DATE
003440                         PIC 9(08).
003450     05  RPT-SLT-BUS-DATE-X REDEFINES RPT-SLT-BUS-DATE
003460                         PIC X(08).
003470     05  FILLER          PIC X(02)   VALUE SPACES.
003480     05  RPT-SLT-RUN     PIC 9(06).
003490     05  FILLER          PIC X(02)   VALUE SPACES.
003500     05  RPT-SLT-READ    PIC Z(07)9.
003510     05  FILLER          PIC X(02)   VALUE SPACES.
003520     05  RPT-SLT-WRITTEN PIC Z(07)9.
003530     05  FILLER          PIC X(02)   VALUE SPACES.
003540     05  RPT-SLT-SUSPENSE
003550                         PIC Z(07)9.
003560     05  FILLER          PIC X(02)   VALUE SPACES.
003570     05  RPT-SLT-ACCEPT  PIC Z(07)9.
003580     05  FILLER          PIC X(02)   VALUE SPACES.
003590     05  RPT-SLT-REJECT  PIC Z(07)9.
003600     05  FILLER          PIC X(02)   VALUE SPACES.
003610     05  RPT-SLT-MRG-OUT PIC Z(07)9.
003620     05  FILLER          PIC X(02)   VALUE SPACES.
003630     05  RPT-SLT-MRG-SUS PIC Z(07)9.
003640     05  FILLER          PIC X(02)   VALUE SPACES.
003650     05  RPT-SLT-RESULT  PIC X(14).
003660     05  FILLER          PIC X(16)   VALUE SPACES.
003670 01  RPT-COUNT-LINE.
003680     05  RPT-CNT-LABEL   PIC X(32).
003690     05  RPT-CNT-VALUE   PIC Z(07)9.
003700     05  FILLER          PIC X(92)   VALUE SPACES.
003710 01  RPT-BALCOL-LINE.
003720     05  FILLER          PIC X(34)   VALUE 'COMBINED TOTALS'.
003730     05  FILLER          PIC X(12)   VALUE 'COMBINED'.
003740     05  FILLER          PIC X(12)   VALUE 'SUM RUNS'.
003750     05  FILLER          PIC X(74)   VALUE 'RESULT'.
003760 01  RPT-BALANCE-LINE.
003770     05  RPT-BAL-LABEL   PIC X(32).
003780     05  FILLER          PIC X(02)   VALUE SPACES.
003790     05  RPT-BAL-COMBINED
003800                         PIC Z(07)9.
003810     05  FILLER          PIC X(04)   VALUE SPACES.
003820     05  RPT-BAL-SUM     PIC Z(07)9.
003830     05  FILLER          PIC X(04)   VALUE SPACES.
003840     05  RPT-BAL-RESULT  PIC X(20).
003850     05  FILLER          PIC X(54)   VALUE SPACES.
003860 01  RPT-MISSING-LINE.
003870     05  FILLER          PIC X(02)   VALUE SPACES.
003880     05  RPT-MIS-ID      PIC X(08).
003890     05  FILLER          PIC X(02)   VALUE SPACES.
003900     05  RPT-MIS-DESC    PIC X(30).
003910     05  FILLER          PIC X(90)   VALUE SPACES.
003920
003930 PROCEDURE DIVISION.
003940*================================================================
003950 0000-MAINLINE.
003960*================================================================
003970     PERFORM 1000-INITIALIZE
003980     PERFORM 2000-MERGE-CONVOUT
003990     PERFORM 2100-MERGE-SUSPENSE
003995     PERFORM 2150-MARK-MERGE-IN-PROGRESS
004000     PERFORM 2200-MERGE-AUDIT-LOG
004010     PERFORM 2300-MERGE-RUN-STATS
004020     PERFORM 2500-APPLY-POSTINGS
004030     PERFORM 3000-POST-LASTRUN-DATES
004040     PERFORM 3100-PROVE-BALANCE
004050     PERFORM 3200-REGISTER-COMBINED-RUN
004060     PERFORM 9000-TERMINATE
004070     STOP RUN.
004080
004090*================================================================
004100 1000-INITIALIZE.
004110*================================================================
004120*    EVERYTHING THAT CAN REFUSE THE MERGE IS CHECKED BEFORE ANY
004130*    OUTPUT IS OPENED: THE SPLIT, THE COMBINED RUN AND EVERY
004140*    SOURCE RUN ON RUNREG, THE SOURCE RUNS' RUNSTAT RECORDS AND
004150*    THE NUMBERING OF THEIR DEFERRED POSTINGS.
004160     ACCEPT WS-RUN-DATE FROM DATE
004170     ACCEPT WS-RUN-TIME FROM TIME
004180     PERFORM 1100-LOAD-SPLIT-CONTROL
004190     PERFORM 1200-CHECK-RUN-REGISTER
004200     PERFORM 1300-CHECK-RUN-STATISTICS
004210     PERFORM 1400-CHECK-POSTINGS.
004220
004230*================================================================
004240 1100-LOAD-SPLIT-CONTROL.
004250*================================================================
004260     OPEN INPUT SPLIT-CTL
004270     IF NOT WS-SPLITCTL-OK
004280         PERFORM 9510-ABEND-SPLITCTL
004290     END-IF
004300     SET WS-NOT-EOF TO TRUE
004310     PERFORM 1110-READ-SPLIT-ENTRY
004320         UNTIL WS-EOF
004330     CLOSE SPLIT-CTL
004340     IF WS-SLOT-COUNT = 0
004350         PERFORM 9510-ABEND-SPLITCTL
004360     END-IF.
004370
004380*================================================================
004390 1110-READ-SPLIT-ENTRY.
004400*================================================================
004410*    SLOTS ARRIVE NUMBERED 1 UPWARD, ALL UNDER ONE COMBINED RUN.
004420*    THE OFFSET OF EACH IS THE DETAILS OF THE SLOTS BEFORE IT.
004430     READ SPLIT-CTL
004440         AT END
004450             SET WS-EOF TO TRUE
004460         NOT AT END
004470             IF WS-SLOT-COUNT = WS-SLOT-MAX
004480                 PERFORM 9510-ABEND-SPLITCTL
004490             END-IF
004500             ADD 1 TO WS-SLOT-COUNT
004510             IF SPL-SLOT NOT = WS-SLOT-COUNT
004520                 PERFORM 9510-ABEND-SPLITCTL
004530             END-IF
004540             IF WS-SLOT-COUNT = 1
004550                 MOVE SPL-COMBINED-RUN TO WS-COMBINED-RUN
004560             END-IF
004570             IF SPL-COMBINED-RUN NOT = WS-COMBINED-RUN
004580                 PERFORM 9510-ABEND-SPLITCTL
004590             END-IF
004600             PERFORM 1120-HOLD-SPLIT-ENTRY
004610     END-READ.
004620
004630*================================================================
004640 1120-HOLD-SPLIT-ENTRY.
004650*================================================================
004660     MOVE WS-SLOT-COUNT TO N
004670     MOVE ZEROES TO WS-SLT-ENTRY(N)
004680     MOVE SPL-SOURCE-ID    TO WS-SLT-SOURCE(N)
004690     MOVE SPL-BUS-DATE     TO WS-SLT-BUS-DATE(N)
004700     MOVE SPL-DETAIL-COUNT TO WS-SLT-DETAIL(N)
004710     MOVE SPL-RUN-NBR      TO WS-SLT-RUN-NBR(N)
004720     MOVE SPL-RESUB-SW     TO WS-SLT-RESUB-SW(N)
004730     MOVE 'N'              TO WS-SLT-STAT-SW(N)
004740     MOVE 'N'              TO WS-SLT-AGREE-SW(N)
004750     MOVE WS-TOT-DETAIL    TO WS-SLT-OFFSET(N)
004760     ADD SPL-DETAIL-COUNT  TO WS-TOT-DETAIL.
004770
004780*================================================================
004790 1200-CHECK-RUN-REGISTER.
004800*================================================================
004810*    THE COMBINED RUN MUST STILL BE SHOWN AS STARTED - ONE THAT
004820*    HAS BEEN MERGED ONCE, BALANCED OR NOT, HAS ALREADY POSTED
004826*    THE MASTERS AND IS NEVER MERGED AGAIN, AND ONE LEFT IN
004833*    PROGRESS STOPPED PART WAY THROUGH DOING SO. EVERY SOURCE RUN
004840*    MUST HAVE COMPLETED AND BALANCED TO ITS TRAILER; ITS RUNREG
004850*    COUNTS ARE HELD FOR THE BALANCING REPORT. RUNREG STAYS OPEN
004860*    FOR THE COMBINED RUN'S COMPLETION.
004870     OPEN I-O RUN-REG
004880     IF NOT WS-RUNREG-OK
004890         PERFORM 9520-ABEND-RUNREG
004900     END-IF
004910     MOVE WS-COMBINED-RUN TO RRG-RUN-NBR
004920     READ RUN-REG
004930         INVALID KEY
004940             PERFORM 9525-ABEND-COMBINED-RUN
004950     END-READ
004952     IF RRG-MERGE-IN-PROGRESS
004955         PERFORM 9527-ABEND-MERGE-STOPPED
004957     END-IF
004960     IF NOT RRG-STARTED
004970         PERFORM 9525-ABEND-COMBINED-RUN
004980     END-IF
004990     PERFORM VARYING N FROM 1 BY 1 UNTIL N > WS-SLOT-COUNT
005000         PERFORM 1210-CHECK-SOURCE-RUN
005010     END-PERFORM.
005020
005030*================================================================
005040 1210-CHECK-SOURCE-RUN.
005050*================================================================
005052*    A SOURCE RUN ALREADY EXPORTED WOULD FEED THE ERP ITS LINES
005055*    A SECOND TIME UNDER THE COMBINED RUN, AND ONE BACKED OUT
005057*    WOULD PUT REVERSED POSTINGS BACK ON THE MASTERS.
005060     MOVE WS-SLT-RUN-NBR(N) TO RRG-RUN-NBR
005070     READ RUN-REG
005080         INVALID KEY
005085             MOVE 'NOT ON RUNREG' TO WS-SOURCE-REFUSAL
005090             PERFORM 9526-ABEND-SOURCE-RUN
005100     END-READ
005101     EVALUATE TRUE
005103         WHEN NOT RRG-COMPLETED
005105             MOVE 'NOT COMPLETED' TO WS-SOURCE-REFUSAL
005106         WHEN NOT RRG-BALANCED
005108             MOVE 'NOT BALANCED' TO WS-SOURCE-REFUSAL
005110         WHEN RRG-EXPORTED
005111             MOVE 'ALREADY EXPORTED' TO WS-SOURCE-REFUSAL
005113         WHEN RRG-BACKED-OUT
005115             MOVE 'BACKED OUT' TO WS-SOURCE-REFUSAL
005116     END-EVALUATE
005118     IF WS-SOURCE-REFUSAL NOT = SPACES
005120         PERFORM 9526-ABEND-SOURCE-RUN
005130     END-IF
005140     MOVE RRG-WRITTEN-COUNT TO WS-SLT-REG-WRITTEN(N)
005150     MOVE RRG-ACCEPT-COUNT  TO WS-SLT-REG-ACCEPT(N)
005160     MOVE RRG-REJECT-COUNT  TO WS-SLT-REG-REJECT(N)
005170     ADD RRG-WRITTEN-COUNT  TO WS-TOT-REG-WRITTEN
005180     ADD RRG-ACCEPT-COUNT   TO WS-TOT-REG-ACCEPT
005190     ADD RRG-REJECT-COUNT   TO WS-TOT-REG-REJECT.
005200
005210*================================================================
005220 1300-CHECK-RUN-STATISTICS.
005230*================================================================
005240*    EACH SOURCE RUN WROTE ONE RUNSTAT RECORD FOR ITS BATCH, AND
005250*    THE RESUBMISSION SLOT ONE MORE UNDER 'RESUB'. THE BATCH
005260*    RECORD MUST NAME THE SLOT'S SOURCE AND DATE AND HAVE READ
005270*    EVERY DETAIL CNVSPLIT GAVE IT. THE RESUBMISSION COUNT
005280*    WIDENS THE SEQUENCE NUMBERS THE SLOT CAN CARRY.
005290     OPEN INPUT MRG-STAT
005300     IF NOT WS-MRGSTAT-OK
005310         PERFORM 9530-ABEND-RUNSTAT
005320     END-IF
005330     SET WS-NOT-EOF TO TRUE
005340     PERFORM 1310-CHECK-STAT-RECORD
005350         UNTIL WS-EOF
005360     CLOSE MRG-STAT
005370     PERFORM VARYING N FROM 1 BY 1 UNTIL N > WS-SLOT-COUNT
005380         IF NOT WS-SLT-STAT-FOUND(N)
005390             PERFORM 9535-ABEND-RUNSTAT-MISMATCH
005400         END-IF
005410         COMPUTE WS-SLT-SPAN(N) =
005420             WS-SLT-DETAIL(N) + WS-SLT-RESUB(N)
005430     END-PERFORM.
005440
005450*================================================================
005460 1310-CHECK-STAT-RECORD.
005470*================================================================
005480     READ MRG-STAT
005490         AT END
005500             SET WS-EOF TO TRUE
005510         NOT AT END
005520             MOVE RNS-RUN-NBR TO WS-IN-RUN
005530             PERFORM 2910-FIND-SLOT
005540             IF RNS-SOURCE-ID = 'RESUB'
005550                 IF NOT WS-SLT-TAKES-RESUB(N)
005560                     PERFORM 9535-ABEND-RUNSTAT-MISMATCH
005570                 END-IF
005580                 ADD RNS-READ-COUNT TO WS-SLT-RESUB(N)
005590             ELSE
005600                 IF RNS-SOURCE-ID  NOT = WS-SLT-SOURCE(N)
005610                 OR RNS-BUS-DATE   NOT = WS-SLT-BUS-DATE(N)
005620                 OR RNS-READ-COUNT NOT = WS-SLT-DETAIL(N)
005630                 OR WS-SLT-STAT-FOUND(N)
005640                     PERFORM 9535-ABEND-RUNSTAT-MISMATCH
005650                 END-IF
005660                 MOVE 'Y' TO WS-SLT-STAT-SW(N)
005670             END-IF
005680             ADD RNS-READ-COUNT     TO WS-SLT-READ(N)
005690             ADD RNS-WRITTEN-COUNT  TO WS-SLT-WRITTEN(N)
005700             ADD RNS-ACCEPT-COUNT   TO WS-SLT-ACCEPT(N)
005710             ADD RNS-REJECT-COUNT   TO WS-SLT-REJECT(N)
005720             ADD RNS-SUSPENSE-COUNT TO WS-SLT-SUSPENSE(N)
005730     END-READ
005740     IF NOT WS-MRGSTAT-OK AND WS-MRGSTAT-STATUS NOT = '10'
005750         PERFORM 9530-ABEND-RUNSTAT
005760     END-IF.
005770
005780*================================================================
005790 1400-CHECK-POSTINGS.
005800*================================================================
005810*    THE DEFERRED POSTINGS ARE PROVED IN FULL BEFORE THE FIRST IS
005820*    APPLIED, SO A DAMAGED MSTPOST CANNOT LEAVE THE MASTERS HALF
005830*    POSTED. A SPLIT WITH NOTHING TO POST MAY HAVE NO MRGPOST.
005840     OPEN INPUT MRG-POST
005850     IF NOT WS-MRGPOST-OK
005860         PERFORM 9555-ABEND-MSTPOST
005870     END-IF
005880     MOVE 'MSTPOST' TO WS-MRG-FILE
005890     SET WS-SEQ-SHARED TO TRUE
005900     MOVE ZEROES TO WS-PREV-SLOT WS-PREV-SEQ
005910     SET WS-NOT-EOF TO TRUE
005920     PERFORM 1410-CHECK-POSTING
005930         UNTIL WS-EOF
005940     CLOSE MRG-POST.
005950
005960*================================================================
005970 1410-CHECK-POSTING.
005980*================================================================
005990     READ MRG-POST
006000         AT END
006010             SET WS-EOF TO TRUE
006020         NOT AT END
006030             ADD 1 TO WS-POST-IN-COUNT
006040             IF  NOT MPR-STOCK-POST
006050             AND NOT MPR-XREF-POST
006060             AND NOT MPR-LEDGER-ADD
006070             AND NOT MPR-LEDGER-CLOSE
006080                 PERFORM 9555-ABEND-MSTPOST
006090             END-IF
006100             MOVE MPR-RUN-NBR TO WS-IN-RUN
006110             MOVE MPR-SEQ-NBR TO WS-IN-SEQ
006120             PERFORM 2900-RENUMBER
006130     END-READ
006140     IF NOT WS-MRGPOST-OK AND WS-MRGPOST-STATUS NOT = '10'
006150         PERFORM 9555-ABEND-MSTPOST
006160     END-IF.
006170
006180*================================================================
006190 2000-MERGE-CONVOUT.
006200*================================================================
006210*    STOCK AND SINGLE RECORDS CARRY THE RUN AND SEQUENCE NUMBER
006220*    AT DIFFERENT OFFSETS, AND ARE WRITTEN BACK AT THEIR OWN
006230*    LENGTHS.
006240     OPEN INPUT MRG-COUT
006250     IF NOT WS-MRGCOUT-OK
006260         PERFORM 9540-ABEND-CONVOUT
006270     END-IF
006280     OPEN OUTPUT CONV-OUT
006290     IF NOT WS-CONVOUT-OK
006300         PERFORM 9540-ABEND-CONVOUT
006310     END-IF
006320     MOVE 'CONVOUT' TO WS-MRG-FILE
006330     SET WS-SEQ-UNIQUE TO TRUE
006340     MOVE ZEROES TO WS-PREV-SLOT WS-PREV-SEQ
006350     SET WS-NOT-EOF TO TRUE
006360     PERFORM 2010-MERGE-CONVOUT-RECORD
006370         UNTIL WS-EOF
006380     CLOSE MRG-COUT
006390     CLOSE CONV-OUT.
006400
006410*================================================================
006420 2010-MERGE-CONVOUT-RECORD.
006430*================================================================
006440     READ MRG-COUT
006450         AT END
006460             SET WS-EOF TO TRUE
006470         NOT AT END
006480             IF COS-TYPE = 'S'
006490                 MOVE COS-RUN-NBR TO WS-IN-RUN
006500                 MOVE COS-SEQ-NBR TO WS-IN-SEQ
006510                 PERFORM 2900-RENUMBER
006520                 MOVE WS-COMBINED-RUN TO COS-RUN-NBR
006530                 MOVE WS-NEW-SEQ      TO COS-SEQ-NBR
006540                 WRITE OUT-STOCK-RECORD FROM CONV-OUT-STOCK
006550             ELSE
006560                 MOVE COR-RUN-NBR TO WS-IN-RUN
006570                 MOVE COR-SEQ-NBR TO WS-IN-SEQ
006580                 PERFORM 2900-RENUMBER
006590                 MOVE WS-COMBINED-RUN TO COR-RUN-NBR
006600                 MOVE WS-NEW-SEQ      TO COR-SEQ-NBR
006610                 WRITE OUT-SINGLE-RECORD FROM CONV-OUT-RECORD
006620             END-IF
006630             IF NOT WS-CONVOUT-OK
006640                 PERFORM 9540-ABEND-CONVOUT
006650             END-IF
006660             ADD 1 TO WS-CONVOUT-COUNT
006670             ADD 1 TO WS-SLT-MRG-OUT(N)
006680     END-READ
006690     IF NOT WS-MRGCOUT-OK AND WS-MRGCOUT-STATUS NOT = '10'
006700         PERFORM 9540-ABEND-CONVOUT
006710     END-IF.
006720
006730*================================================================
006740 2100-MERGE-SUSPENSE.
006750*================================================================
006760     OPEN INPUT MRG-SUSP
006770     IF NOT WS-MRGSUSP-OK
006780         PERFORM 9545-ABEND-SUSPENSE
006790     END-IF
006800     OPEN OUTPUT SUSPENSE-OUT
006810     IF NOT WS-SUSPENSE-OK
006820         PERFORM 9545-ABEND-SUSPENSE
006830     END-IF
006840     MOVE 'SUSPENSE' TO WS-MRG-FILE
006850     SET WS-SEQ-UNIQUE TO TRUE
006860     MOVE ZEROES TO WS-PREV-SLOT WS-PREV-SEQ
006870     SET WS-NOT-EOF TO TRUE
006880     PERFORM 2110-MERGE-SUSPENSE-RECORD
006890         UNTIL WS-EOF
006900     CLOSE MRG-SUSP
006910     CLOSE SUSPENSE-OUT.
006920
006930*================================================================
006940 2110-MERGE-SUSPENSE-RECORD.
006950*================================================================
006960     READ MRG-SUSP
006970         AT END
006980             SET WS-EOF TO TRUE
006990         NOT AT END
007000             MOVE SUS-RUN-NBR TO WS-IN-RUN
007010             MOVE SUS-SEQ-NBR TO WS-IN-SEQ
007020             PERFORM 2900-RENUMBER
007030             MOVE WS-COMBINED-RUN TO SUS-RUN-NBR
007040             MOVE WS-NEW-SEQ      TO SUS-SEQ-NBR
007050             WRITE OUT-SUSPENSE-RECORD FROM SUSPENSE-RECORD
007060             IF NOT WS-SUSPENSE-OK
007070                 PERFORM 9545-ABEND-SUSPENSE
007080             END-IF
007090             ADD 1 TO WS-SUSPENSE-COUNT
007100             ADD 1 TO WS-SLT-MRG-SUS(N)
007110     END-READ
007120     IF NOT WS-MRGSUSP-OK AND WS-MRGSUSP-STATUS NOT = '10'
007130         PERFORM 9545-ABEND-SUSPENSE
007140     END-IF.
007141
007142*================================================================
007144 2150-MARK-MERGE-IN-PROGRESS.
007145*================================================================
007146*    CONVOUT AND SUSPENSE ARE WRITTEN AFRESH, BUT FROM HERE ON
007148*    THE MERGE APPENDS TO AUDITLOG AND RUNSTAT AND POSTS THE
007149*    MASTERS. THE COMBINED RUN IS MARKED FIRST, SO A MERGE THAT
007150*    STOPS PART WAY IS REFUSED IF SUBMITTED AGAIN RATHER THAN
007152*    APPENDING AND POSTING EVERYTHING A SECOND TIME.
007153     MOVE WS-COMBINED-RUN TO RRG-RUN-NBR
007154     READ RUN-REG
007156         INVALID KEY
007157             PERFORM 9520-ABEND-RUNREG
007159     END-READ
007160     SET RRG-MERGE-IN-PROGRESS TO TRUE
007161     REWRITE RUN-REG-RECORD
007163         INVALID KEY
007164             PERFORM 9520-ABEND-RUNREG
007165     END-REWRITE.
007167
007168*================================================================
007170 2200-MERGE-AUDIT-LOG.
007180*================================================================
007190*    THE SOURCE RUNS' TRAILS ARE APPENDED TO THE CUMULATIVE
007200*    AUDITLOG, AS A SINGLE STREAM RUN APPENDS ITS OWN.
007210     OPEN INPUT MRG-AUDT
007220     IF NOT WS-MRGAUDT-OK
007230         PERFORM 9550-ABEND-AUDIT
007240     END-IF
007250     OPEN EXTEND AUDIT-LOG
007260     IF NOT WS-AUDIT-OK
007270         PERFORM 9550-ABEND-AUDIT
007280     END-IF
007290     MOVE 'AUDITLOG' TO WS-MRG-FILE
007300     SET WS-SEQ-SHARED TO TRUE
007310     MOVE ZEROES TO WS-PREV-SLOT WS-PREV-SEQ
007320     SET WS-NOT-EOF TO TRUE
007330     PERFORM 2210-MERGE-AUDIT-RECORD
007340         UNTIL WS-EOF
007350     CLOSE MRG-AUDT
007360     CLOSE AUDIT-LOG.
007370
007380*================================================================
007390 2210-MERGE-AUDIT-RECORD.
007400*================================================================
007410     READ MRG-AUDT
007420         AT END
007430             SET WS-EOF TO TRUE
007440         NOT AT END
007450             MOVE AUD-RUN-NBR TO WS-IN-RUN
007460             MOVE AUD-SEQ-NBR TO WS-IN-SEQ
007470             PERFORM 2900-RENUMBER
007480             MOVE WS-COMBINED-RUN TO AUD-RUN-NBR
007490             MOVE WS-NEW-SEQ      TO AUD-SEQ-NBR
007500             WRITE OUT-AUDIT-RECORD FROM AUDIT-RECORD
007510             IF NOT WS-AUDIT-OK
007520                 PERFORM 9550-ABEND-AUDIT
007530             END-IF
007540             ADD 1 TO WS-AUDIT-COUNT
007550     END-READ
007560     IF NOT WS-MRGAUDT-OK AND WS-MRGAUDT-STATUS NOT = '10'
007570         PERFORM 9550-ABEND-AUDIT
007580     END-IF.
007590
007600*================================================================
007610 2300-MERGE-RUN-STATS.
007620*================================================================
007630*    ONE RECORD PER SOURCE BATCH PLUS THE 'RESUB' RECORD, ALL
007640*    UNDER THE COMBINED RUN - JUST AS A SINGLE STREAM RUN WRITES
007650*    THEM FOR STATRPT.
007660     OPEN INPUT MRG-STAT
007670     IF NOT WS-MRGSTAT-OK
007680         PERFORM 9530-ABEND-RUNSTAT
007690     END-IF
007700     OPEN EXTEND RUN-STAT
007710     IF NOT WS-RUNSTAT-OK
007720         PERFORM 9530-ABEND-RUNSTAT
007730     END-IF
007740     MOVE ZEROES TO WS-PREV-SLOT
007750     SET WS-NOT-EOF TO TRUE
007760     PERFORM 2310-MERGE-STAT-RECORD
007770         UNTIL WS-EOF
007780     CLOSE MRG-STAT
007790     CLOSE RUN-STAT.
007800
007810*================================================================
007820 2310-MERGE-STAT-RECORD.
007830*================================================================
007840     READ MRG-STAT
007850         AT END
007860             SET WS-EOF TO TRUE
007870         NOT AT END
007880             MOVE RNS-RUN-NBR TO WS-IN-RUN
007890             PERFORM 2910-FIND-SLOT
007900             IF N < WS-PREV-SLOT
007910                 MOVE 'RUNSTAT' TO WS-MRG-FILE
007920                 PERFORM 9565-ABEND-SEQUENCE
007930             END-IF
007940             MOVE N TO WS-PREV-SLOT
007950             MOVE WS-COMBINED-RUN TO RNS-RUN-NBR
007960             WRITE OUT-STAT-RECORD FROM RUN-STAT-RECORD
007970             IF NOT WS-RUNSTAT-OK
007980                 PERFORM 9530-ABEND-RUNSTAT
007990             END-IF
008000             ADD 1 TO WS-STAT-COUNT
008010     END-READ
008020     IF NOT WS-MRGSTAT-OK AND WS-MRGSTAT-STATUS NOT = '10'
008030         PERFORM 9530-ABEND-RUNSTAT
008040     END-IF.
008050
008060*================================================================
008070 2500-APPLY-POSTINGS.
008080*================================================================
008090*    THE POSTINGS ARE APPLIED IN SLOT ORDER, SO EACH MASTER SEES
008100*    THE SOURCES ONE AFTER ANOTHER EXACTLY AS A SINGLE STREAM
008110*    RUN WOULD HAVE POSTED THEM. AN UNAVAILABLE STOCKPOS OR
008120*    XREFMST IS BYPASSED AS THE BATCH RUN BYPASSES IT; THE
008130*    SUSPENSE LEDGER IS REQUIRED.
008140     OPEN I-O STOCK-POS
008150     IF NOT WS-STKPOS-OK
008160         SET WS-STKPOS-BYPASSED TO TRUE
008170         DISPLAY 'STOCK POSITION MASTER UNAVAILABLE - POSTING '
008180                 'BYPASSED - STATUS ' WS-STKPOS-STATUS
008190     END-IF
008200     OPEN I-O XREF-MASTER
008210     IF NOT WS-XREF-OK
008220         SET WS-XREF-BYPASSED TO TRUE
008230         DISPLAY 'XREF MASTER UNAVAILABLE - POSTING BYPASSED - '
008240                 'STATUS ' WS-XREF-STATUS
008250     END-IF
008260     OPEN I-O SUS-LEDGER
008270     IF NOT WS-SUSLEDG-OK
008280         PERFORM 9585-ABEND-SUSLEDG
008290     END-IF
008300     OPEN INPUT MRG-POST
008310     IF NOT WS-MRGPOST-OK
008320         PERFORM 9555-ABEND-MSTPOST
008330     END-IF
008340     MOVE 'MSTPOST' TO WS-MRG-FILE
008350     SET WS-SEQ-SHARED TO TRUE
008360     MOVE ZEROES TO WS-PREV-SLOT WS-PREV-SEQ
008370     SET WS-NOT-EOF TO TRUE
008380     PERFORM 2510-APPLY-ONE-POSTING
008390         UNTIL WS-EOF
008400     CLOSE MRG-POST
008410     IF WS-STKPOS-POSTING
008420         CLOSE STOCK-POS
008430     END-IF
008440     IF WS-XREF-POSTING
008450         CLOSE XREF-MASTER
008460     END-IF
008470     CLOSE SUS-LEDGER.
008480
008490*================================================================
008500 2510-APPLY-ONE-POSTING.
008510*================================================================
008520     READ MRG-POST
008530         AT END
008540             SET WS-EOF TO TRUE
008550         NOT AT END
008560             ADD 1 TO WS-POST-READ-COUNT
008570             MOVE MPR-RUN-NBR TO WS-IN-RUN
008580             MOVE MPR-SEQ-NBR TO WS-IN-SEQ
008590             PERFORM 2900-RENUMBER
008600             EVALUATE TRUE
008610                 WHEN MPR-STOCK-POST
008620                     PERFORM 2520-POST-STOCK-POSITION
008630                 WHEN MPR-XREF-POST
008640                     PERFORM 2530-POST-XREF
008650                 WHEN MPR-LEDGER-ADD
008660                     PERFORM 2540-ADD-LEDGER-ITEM
008670                 WHEN MPR-LEDGER-CLOSE
008680                     PERFORM 2550-CLOSE-LEDGER-ITEM
008690             END-EVALUATE
008700     END-READ
008710     IF NOT WS-MRGPOST-OK AND WS-MRGPOST-STATUS NOT = '10'
008720         PERFORM 9555-ABEND-MSTPOST
008730     END-IF.
008740
008750*================================================================
008760 2520-POST-STOCK-POSITION.
008770*================================================================
008780     IF WS-STKPOS-BYPASSED
008790         ADD 1 TO WS-BYPASS-COUNT
008800     ELSE
008810         MOVE MPS-ITEM-KEY TO POS-ITEM-KEY
008820         READ STOCK-POS
008830             INVALID KEY
008840                 PERFORM 2522-ADD-POSITION-RECORD
008850             NOT INVALID KEY
008860                 PERFORM 2524-UPDATE-POSITION-RECORD
008870         END-READ
008880         ADD 1 TO WS-STK-POST-COUNT
008890     END-IF.
008900
008910*================================================================
008920 2522-ADD-POSITION-RECORD.
008930*================================================================
008940     MOVE SPACES TO STOCK-POS-RECORD
008950     MOVE MPS-ITEM-KEY     TO POS-ITEM-KEY
008960     MOVE MPS-QTY          TO POS-QTY-TOTAL
008970     MOVE 1                TO POS-REC-COUNT
008980     MOVE MPR-RUN-DATE     TO POS-LAST-MVMT
008990     WRITE STOCK-POS-RECORD
009000     IF NOT WS-STKPOS-OK
009010         PERFORM 9575-ABEND-STKPOS
009020     END-IF.
009030
009040*================================================================
009050 2524-UPDATE-POSITION-RECORD.
009060*================================================================
009070     ADD MPS-QTY TO POS-QTY-TOTAL
009080         ON SIZE ERROR CONTINUE
009090     END-ADD
009100     ADD 1 TO POS-REC-COUNT
009110     MOVE MPR-RUN-DATE TO POS-LAST-MVMT
009120     REWRITE STOCK-POS-RECORD
009130     IF NOT WS-STKPOS-OK
009140         PERFORM 9575-ABEND-STKPOS
009150     END-IF.
009160
009170*================================================================
009180 2530-POST-XREF.
009190*================================================================
009200*    THE BASE STRING GOES TO ITS MODE'S COLUMN AND ANY COLUMN
009210*    STILL BLANK IS FILLED FROM THE KEY FIGURE, AS THE BATCH
009220*    RUN POSTS IT.
009230     IF WS-XREF-BYPASSED
009240         ADD 1 TO WS-BYPASS-COUNT
009250     ELSE
009260         MOVE MPX-KEY TO XRF-KEY
009270         READ XREF-MASTER
009280             INVALID KEY
009290                 PERFORM 2532-ADD-XREF-RECORD
009300             NOT INVALID KEY
009310                 PERFORM 2534-UPDATE-XREF-RECORD
009320         END-READ
009330         ADD 1 TO WS-XREF-POST-COUNT
009340     END-IF.
009350
009360*================================================================
009370 2532-ADD-XREF-RECORD.
009380*================================================================
009390     MOVE SPACES TO XREF-RECORD
009400     MOVE MPX-KEY      TO XRF-KEY
009410     MOVE MPR-RUN-DATE TO XRF-FIRST-SEEN
009420     MOVE MPR-RUN-DATE TO XRF-LAST-SEEN
009430     PERFORM 2538-SET-MODE-COLUMN
009440     PERFORM 2536-FILL-MISSING-COLUMNS
009450     WRITE XREF-RECORD
009460     IF NOT WS-XREF-OK
009470         PERFORM 9580-ABEND-XREF
009480     END-IF.
009490
009500*================================================================
009510 2534-UPDATE-XREF-RECORD.
009520*================================================================
009530     MOVE MPR-RUN-DATE TO XRF-LAST-SEEN
009540     PERFORM 2538-SET-MODE-COLUMN
009550     PERFORM 2536-FILL-MISSING-COLUMNS
009560     REWRITE XREF-RECORD
009570     IF NOT WS-XREF-OK
009580         PERFORM 9580-ABEND-XREF
009590     END-IF.
009600
009610*================================================================
009620 2536-FILL-MISSING-COLUMNS.
009630*================================================================
009640     IF XRF-BINARY = SPACES
009650         MOVE '2' TO WS-FILL-MODE
009660         PERFORM 2537-CONVERT-KEY-FIGURE
009670         MOVE CNV-RESULT TO XRF-BINARY
009680     END-IF
009690     IF XRF-OCTAL = SPACES
009700         MOVE '8' TO WS-FILL-MODE
009710         PERFORM 2537-CONVERT-KEY-FIGURE
009720         MOVE CNV-RESULT TO XRF-OCTAL
009730     END-IF
009740     IF XRF-HEX = SPACES
009750         MOVE 'H' TO WS-FILL-MODE
009760         PERFORM 2537-CONVERT-KEY-FIGURE
009770         MOVE CNV-RESULT TO XRF-HEX
009780     END-IF.
009790
009800*================================================================
009810 2537-CONVERT-KEY-FIGURE.
009820*================================================================
009830     MOVE SPACES         TO CNV-PARAMETERS
009840     MOVE 'F'            TO CNV-DIRECTION
009850     MOVE MPX-SIGN       TO CNV-SIGN
009860     MOVE WS-FILL-MODE   TO CNV-MODE
009870     MOVE MPX-DEC-VALUE  TO CNV-DEC-VALUE
009880     CALL 'CNVRTN' USING CNV-PARAMETERS.
009890
009900*================================================================
009910 2538-SET-MODE-COLUMN.
009920*================================================================
009930     EVALUATE TRUE
009940         WHEN MPX-MODE-OCTAL
009950             MOVE MPX-BASE-STR TO XRF-OCTAL
009960         WHEN MPX-MODE-HEX
009970             MOVE MPX-BASE-STR TO XRF-HEX
009980         WHEN OTHER
009990             MOVE MPX-BASE-STR TO XRF-BINARY
010000     END-EVALUATE.
010010
010020*================================================================
010030 2540-ADD-LEDGER-ITEM.
010040*================================================================
010050*    THE ITEM IS KEYED BY THE COMBINED RUN AND SEQUENCE NUMBER
010060*    ITS SUSPENSE RECORD WAS MERGED UNDER, SO IT IS NEW BY
010070*    CONSTRUCTION - A DUPLICATE MEANS THE LEDGER IS DAMAGED.
010080     MOVE SPACES            TO SUSPENSE-LEDGER-RECORD
010090     MOVE WS-COMBINED-RUN   TO SLG-RUN-NBR
010100     MOVE WS-NEW-SEQ        TO SLG-SEQ-NBR
010110     SET SLG-OPEN TO TRUE
010120     MOVE MPL-REASON        TO SLG-REASON
010130     MOVE MPL-SOURCE-ID     TO SLG-SOURCE-ID
010140     MOVE MPR-RUN-DATE      TO SLG-SUSP-DATE
010150     MOVE MPL-FIRST-DATE    TO SLG-FIRST-DATE
010160     MOVE ZEROES            TO SLG-CLOSE-DATE
010170                               SLG-CLOSE-RUN
010180                               SLG-CLOSE-SEQ
010190     MOVE MPL-IMAGE         TO SLG-IMAGE
010200     WRITE SUSPENSE-LEDGER-RECORD
010210     IF NOT WS-SUSLEDG-OK
010220         PERFORM 9585-ABEND-SUSLEDG
010230     END-IF
010240     ADD 1 TO WS-LDG-OPEN-COUNT.
010250
010260*================================================================
010270 2550-CLOSE-LEDGER-ITEM.
010280*================================================================
010290*    THE SOURCE RUN FOUND THE ITEM OPEN WHEN IT READ THE LEDGER.
010300*    ONE CLOSED SINCE THEN IS ONLY COUNTED, AS THE BATCH RUN
010310*    COUNTS A RESUBMISSION OF AN ITEM ALREADY CLOSED.
010320     MOVE MPC-ITEM-RUN TO SLG-RUN-NBR
010330     MOVE MPC-ITEM-SEQ TO SLG-SEQ-NBR
010340     READ SUS-LEDGER
010350         INVALID KEY
010360             ADD 1 TO WS-LDG-NOT-OPEN-CNT
010370         NOT INVALID KEY
010380             IF SLG-OPEN
010390                 PERFORM 2552-REWRITE-CLOSED-ITEM
010400             ELSE
010410                 ADD 1 TO WS-LDG-NOT-OPEN-CNT
010420             END-IF
010430     END-READ.
010440
010450*================================================================
010460 2552-REWRITE-CLOSED-ITEM.
010470*================================================================
010480     IF MPC-RESUSPENDED
010490         SET SLG-RESUSPENDED TO TRUE
010500     ELSE
010510         SET SLG-CLEARED TO TRUE
010520     END-IF
010530     MOVE MPR-RUN-DATE    TO SLG-CLOSE-DATE
010540     MOVE WS-COMBINED-RUN TO SLG-CLOSE-RUN
010550     MOVE WS-NEW-SEQ      TO SLG-CLOSE-SEQ
010560     REWRITE SUSPENSE-LEDGER-RECORD
010570     IF NOT WS-SUSLEDG-OK
010580         PERFORM 9585-ABEND-SUSLEDG
010590     END-IF
010600     ADD 1 TO WS-LDG-CLOSE-COUNT.
010610
010620*================================================================
010630 2900-RENUMBER.
010640*================================================================
010650*    FINDS THE SLOT OF WS-IN-RUN, PROVES THE RECORD IS IN SLOT
010660*    AND SEQUENCE ORDER AND WITHIN WHAT THE SLOT'S RUN COULD
010670*    HAVE NUMBERED, AND SETS WS-NEW-SEQ TO ITS COMBINED NUMBER.
010680     PERFORM 2910-FIND-SLOT
010690     IF N < WS-PREV-SLOT
010700         PERFORM 9565-ABEND-SEQUENCE
010710     END-IF
010720     IF N = WS-PREV-SLOT
010730         IF WS-IN-SEQ < WS-PREV-SEQ
010740             PERFORM 9565-ABEND-SEQUENCE
010750         END-IF
010760         IF WS-IN-SEQ = WS-PREV-SEQ AND WS-SEQ-UNIQUE
010770             PERFORM 9565-ABEND-SEQUENCE
010780         END-IF
010790     END-IF
010800     IF WS-IN-SEQ = 0 OR WS-IN-SEQ > WS-SLT-SPAN(N)
010810         PERFORM 9565-ABEND-SEQUENCE
010820     END-IF
010830     MOVE N         TO WS-PREV-SLOT
010840     MOVE WS-IN-SEQ TO WS-PREV-SEQ
010850     COMPUTE WS-NEW-SEQ = WS-SLT-OFFSET(N) + WS-IN-SEQ.
010860
010870*================================================================
010880 2910-FIND-SLOT.
010890*================================================================
010900     PERFORM VARYING N FROM 1 BY 1
010910             UNTIL N > WS-SLOT-COUNT
010920                OR WS-SLT-RUN-NBR(N) = WS-IN-RUN
010930     END-PERFORM
010940     IF N > WS-SLOT-COUNT
010950         PERFORM 9560-ABEND-FOREIGN-RUN
010960     END-IF.
010970
010980*================================================================
010990 3000-POST-LASTRUN-DATES.
011000*================================================================
011010*    THE SOURCE RUNS LEAVE LASTRUN-CTL ALONE. EACH SLOT'S DATE
011020*    IS POSTED HERE IN SLOT ORDER AND THE WHOLE TABLE WRITTEN
011030*    BACK, AS THE BATCH RUN DOES AT TERMINATE.
011040     OPEN INPUT LASTRUN-CTL
011050     IF NOT WS-LASTRUN-OK
011060         PERFORM 9570-ABEND-LASTRUN
011070     END-IF
011080     PERFORM 3010-READ-LASTRUN-RECORD
011090         UNTIL WS-LASTRUN-EOF
011100     CLOSE LASTRUN-CTL
011110     PERFORM VARYING N FROM 1 BY 1 UNTIL N > WS-SLOT-COUNT
011120         PERFORM 3020-POST-ONE-SOURCE
011130     END-PERFORM
011140     OPEN OUTPUT LASTRUN-CTL
011150     IF NOT WS-LASTRUN-OK
011160         PERFORM 9570-ABEND-LASTRUN
011170     END-IF
011180     PERFORM VARYING L FROM 1 BY 1 UNTIL L > WS-LASTRUN-COUNT
011190         MOVE SPACES TO LASTRUN-RECORD
011200         MOVE WS-LRN-SOURCE(L) TO LST-SOURCE-ID
011210         MOVE WS-LRN-DATE(L)   TO LST-BUS-DATE
011220         WRITE LASTRUN-RECORD
011230         IF NOT WS-LASTRUN-OK
011240             PERFORM 9570-ABEND-LASTRUN
011250         END-IF
011260     END-PERFORM
011270     CLOSE LASTRUN-CTL.
011280
011290*================================================================
011300 3010-READ-LASTRUN-RECORD.
011310*================================================================
011320     READ LASTRUN-CTL
011330         AT END
011340             SET WS-LASTRUN-EOF TO TRUE
011350         NOT AT END
011360             IF WS-LASTRUN-COUNT = WS-LASTRUN-MAX
011370                 PERFORM 9570-ABEND-LASTRUN
011380             END-IF
011390             ADD 1 TO WS-LASTRUN-COUNT
011400             MOVE LST-SOURCE-ID
011410                 TO WS-LRN-SOURCE(WS-LASTRUN-COUNT)
011420             MOVE LST-BUS-DATE
011430                 TO WS-LRN-DATE(WS-LASTRUN-COUNT)
011440     END-READ.
011450
011460*================================================================
011470 3020-POST-ONE-SOURCE.
011480*================================================================
011490     PERFORM VARYING L FROM 1 BY 1
011500             UNTIL L > WS-LASTRUN-COUNT
011510                OR WS-LRN-SOURCE(L) = WS-SLT-SOURCE(N)
011520     END-PERFORM
011530     IF L > WS-LASTRUN-COUNT
011540         IF WS-LASTRUN-COUNT = WS-LASTRUN-MAX
011550             PERFORM 9570-ABEND-LASTRUN
011560         END-IF
011570         ADD 1 TO WS-LASTRUN-COUNT
011580         MOVE WS-SLT-SOURCE(N) TO WS-LRN-SOURCE(WS-LASTRUN-COUNT)
011590         MOVE WS-LASTRUN-COUNT TO L
011600     END-IF
011610     MOVE WS-SLT-BUS-DATE(N) TO WS-LRN-DATE(L).
011620
011630*================================================================
011640 3100-PROVE-BALANCE.
011650*================================================================
011660*    A SLOT AGREES WHEN WHAT WAS MERGED FROM IT IS WHAT ITS RUN
011670*    REPORTED ON RUNSTAT, AND RUNSTAT IS WHAT IT REPORTED ON
011680*    RUNREG. THE COMBINED FILES BALANCE WHEN EVERY SLOT AGREES
011690*    AND THE MERGED TOTALS EQUAL THE SUM OF THE SOURCE RUNS.
011700     PERFORM VARYING N FROM 1 BY 1 UNTIL N > WS-SLOT-COUNT
011710         ADD WS-SLT-READ(N)     TO WS-TOT-READ
011720         ADD WS-SLT-WRITTEN(N)  TO WS-TOT-WRITTEN
011730         ADD WS-SLT-ACCEPT(N)   TO WS-TOT-ACCEPT
011740         ADD WS-SLT-REJECT(N)   TO WS-TOT-REJECT
011750         ADD WS-SLT-SUSPENSE(N) TO WS-TOT-SUSPENSE
011760         COMPUTE WS-TOT-STAT-READ =
011770             WS-TOT-STAT-READ + WS-SLT-READ(N) - WS-SLT-RESUB(N)
011780         IF  WS-SLT-MRG-OUT(N) = WS-SLT-WRITTEN(N)
011790         AND WS-SLT-MRG-SUS(N) = WS-SLT-SUSPENSE(N)
011800         AND WS-SLT-WRITTEN(N) = WS-SLT-REG-WRITTEN(N)
011810         AND WS-SLT-ACCEPT(N)  = WS-SLT-REG-ACCEPT(N)
011820         AND WS-SLT-REJECT(N)  = WS-SLT-REG-REJECT(N)
011830             MOVE 'Y' TO WS-SLT-AGREE-SW(N)
011840         ELSE
011850             SET WS-MERGE-OUT-OF-BALANCE TO TRUE
011860         END-IF
011870     END-PERFORM
011880     IF  WS-CONVOUT-COUNT  NOT = WS-TOT-WRITTEN
011890     OR  WS-SUSPENSE-COUNT NOT = WS-TOT-SUSPENSE
011900     OR  WS-TOT-WRITTEN    NOT = WS-TOT-REG-WRITTEN
011910     OR  WS-TOT-ACCEPT     NOT = WS-TOT-REG-ACCEPT
011920     OR  WS-TOT-REJECT     NOT = WS-TOT-REG-REJECT
011930     OR  WS-TOT-STAT-READ  NOT = WS-TOT-DETAIL
011940     OR  WS-POST-READ-COUNT NOT = WS-POST-IN-COUNT
011950         SET WS-MERGE-OUT-OF-BALANCE TO TRUE
011960     END-IF.
011970
011980*================================================================
011990 3200-REGISTER-COMBINED-RUN.
012000*================================================================
012010*    THE COMBINED RUN CARRIES THE SUMMED COUNTS OF ITS SOURCE
012020*    RUNS. OUT OF BALANCE IT IS MARKED ABANDONED, AND CONVEXT
012024*    WILL NOT RELEASE THE MERGED CONVOUT. EITHER WAY EACH SOURCE
012028*    RUN IS MARKED MERGED: ITS RECORDS NOW STAND UNDER THE
012032*    COMBINED RUN AND ITS POSTINGS ARE ON THE MASTERS, SO IT MUST
012036*    NEITHER BE VERIFIED AND EXPORTED ON ITS OWN NOR RUN AGAIN.
012040     ACCEPT WS-RUN-TIME FROM TIME
012050     MOVE WS-COMBINED-RUN TO RRG-RUN-NBR
012060     READ RUN-REG
012070         INVALID KEY
012080             PERFORM 9520-ABEND-RUNREG
012090     END-READ
012100     IF WS-MERGE-BALANCED
012110         SET RRG-COMPLETED TO TRUE
012120         SET RRG-BALANCED  TO TRUE
012130     ELSE
012140         SET RRG-ABANDONED-BALANCE TO TRUE
012150         SET RRG-OUT-OF-BALANCE    TO TRUE
012160         DISPLAY 'COMBINED RUN ' WS-COMBINED-RUN
012170                 ' OUT OF BALANCE - MUST NOT BE RELEASED - '
012180                 'SEE MRGRPT'
012190         MOVE 16 TO RETURN-CODE
012200     END-IF
012210     MOVE WS-TOT-REG-WRITTEN TO RRG-WRITTEN-COUNT
012220     MOVE WS-TOT-REG-ACCEPT  TO RRG-ACCEPT-COUNT
012230     MOVE WS-TOT-REG-REJECT  TO RRG-REJECT-COUNT
012240     MOVE WS-RUN-TIME        TO RRG-END-TIME
012250     REWRITE RUN-REG-RECORD
012260         INVALID KEY
012270             PERFORM 9520-ABEND-RUNREG
012280     END-REWRITE
012282     PERFORM VARYING N FROM 1 BY 1 UNTIL N > WS-SLOT-COUNT
012285         PERFORM 3210-MARK-SOURCE-MERGED
012287     END-PERFORM
012290     CLOSE RUN-REG.
012291
012292*================================================================
012293 3210-MARK-SOURCE-MERGED.
012294*================================================================
012295     MOVE WS-SLT-RUN-NBR(N) TO RRG-RUN-NBR
012297     READ RUN-REG
012298         INVALID KEY
012299             PERFORM 9520-ABEND-RUNREG
012300     END-READ
012301     SET RRG-MERGED TO TRUE
012302     MOVE WS-COMBINED-RUN TO RRG-MERGE-RUN
012304     REWRITE RUN-REG-RECORD
012305         INVALID KEY
012306             PERFORM 9520-ABEND-RUNREG
012307     END-REWRITE.
012308
012310*================================================================
012320 9000-TERMINATE.
012330*================================================================
012340     OPEN OUTPUT MRG-RPT
012350     MOVE WS-RUN-DATE     TO RPT-HDR-DATE
012360     MOVE WS-RUN-TIME     TO RPT-HDR-TIME
012370     MOVE WS-COMBINED-RUN TO RPT-HDR-RUN
012380     WRITE RPT-RECORD FROM RPT-HEADER-LINE
012390     WRITE RPT-RECORD FROM RPT-RULE-LINE
012400     WRITE RPT-RECORD FROM RPT-COLUMN-LINE
012410     WRITE RPT-RECORD FROM RPT-RULE-LINE
012420     PERFORM VARYING N FROM 1 BY 1 UNTIL N > WS-SLOT-COUNT
012430         PERFORM 9100-WRITE-SLOT-LINE
012440     END-PERFORM
012450     WRITE RPT-RECORD FROM RPT-RULE-LINE
012460     PERFORM 9120-WRITE-TOTAL-LINE
012470     WRITE RPT-RECORD FROM RPT-RULE-LINE
012480     PERFORM 9200-WRITE-BALANCE-TOTALS
012490     WRITE RPT-RECORD FROM RPT-RULE-LINE
012500     MOVE 'RUNSTAT RECORDS MERGED' TO RPT-CNT-LABEL
012510     MOVE WS-STAT-COUNT TO RPT-CNT-VALUE
012520     PERFORM 9110-WRITE-COUNT-LINE
012530     MOVE 'AUDIT ENTRIES MERGED' TO RPT-CNT-LABEL
012540     MOVE WS-AUDIT-COUNT TO RPT-CNT-VALUE
012550     PERFORM 9110-WRITE-COUNT-LINE
012560     MOVE 'MASTER POSTINGS READ' TO RPT-CNT-LABEL
012570     MOVE WS-POST-READ-COUNT TO RPT-CNT-VALUE
012580     PERFORM 9110-WRITE-COUNT-LINE
012590     MOVE 'STOCK POSITION POSTINGS' TO RPT-CNT-LABEL
012600     MOVE WS-STK-POST-COUNT TO RPT-CNT-VALUE
012610     PERFORM 9110-WRITE-COUNT-LINE
012620     MOVE 'XREF MASTER POSTINGS' TO RPT-CNT-LABEL
012630     MOVE WS-XREF-POST-COUNT TO RPT-CNT-VALUE
012640     PERFORM 9110-WRITE-COUNT-LINE
012650     MOVE 'LEDGER ITEMS OPENED' TO RPT-CNT-LABEL
012660     MOVE WS-LDG-OPEN-COUNT TO RPT-CNT-VALUE
012670     PERFORM 9110-WRITE-COUNT-LINE
012680     MOVE 'LEDGER ITEMS CLOSED' TO RPT-CNT-LABEL
012690     MOVE WS-LDG-CLOSE-COUNT TO RPT-CNT-VALUE
012700     PERFORM 9110-WRITE-COUNT-LINE
012710     MOVE 'RESUBMITTED ITEMS NOT OPEN' TO RPT-CNT-LABEL
012720     MOVE WS-LDG-NOT-OPEN-CNT TO RPT-CNT-VALUE
012730     PERFORM 9110-WRITE-COUNT-LINE
012740     MOVE 'POSTINGS BYPASSED' TO RPT-CNT-LABEL
012750     MOVE WS-BYPASS-COUNT TO RPT-CNT-VALUE
012760     PERFORM 9110-WRITE-COUNT-LINE
012770     IF WS-STKPOS-BYPASSED
012780         MOVE SPACES TO RPT-RECORD
012790         MOVE 'STOCK POSITION MASTER UNAVAILABLE - POSTING '
012800           & 'BYPASSED' TO RPT-RECORD
012810         WRITE RPT-RECORD
012820     END-IF
012830     IF WS-XREF-BYPASSED
012840         MOVE SPACES TO RPT-RECORD
012850         MOVE 'XREF MASTER UNAVAILABLE - POSTING BYPASSED'
012860             TO RPT-RECORD
012870         WRITE RPT-RECORD
012880     END-IF
012890     WRITE RPT-RECORD FROM RPT-RULE-LINE
012900     MOVE SPACES TO RPT-RECORD
012910     MOVE 'ACTIVE SOURCES NOT RECEIVED THIS RUN' TO RPT-RECORD
012920     WRITE RPT-RECORD
012930     PERFORM 9130-LIST-MISSING-SOURCES
012940     MOVE 'ACTIVE SOURCES NOT RECEIVED' TO RPT-CNT-LABEL
012950     MOVE WS-MISSING-COUNT TO RPT-CNT-VALUE
012960     PERFORM 9110-WRITE-COUNT-LINE
012970     WRITE RPT-RECORD FROM RPT-RULE-LINE
012980     MOVE SPACES TO RPT-RECORD
012990     IF WS-MERGE-BALANCED
013000         MOVE 'COMBINED FILES EQUAL THE SUM OF THE SOURCE RUNS'
013010             TO RPT-RECORD
013020     ELSE
013030         MOVE 'COMBINED FILES OUT OF BALANCE - MUST NOT BE '
013040           & 'RELEASED' TO RPT-RECORD
013050     END-IF
013060     WRITE RPT-RECORD
013070     WRITE RPT-RECORD FROM RPT-RULE-LINE
013080     MOVE SPACES TO RPT-RECORD
013090     MOVE 'END OF COMBINED BALANCING REPORT' TO RPT-RECORD
013100     WRITE RPT-RECORD
013110     CLOSE MRG-RPT.
013120
013130*================================================================
013140 9100-WRITE-SLOT-LINE.
013150*================================================================
013160     MOVE N                   TO RPT-SLT-SLOT
013170     MOVE WS-SLT-SOURCE(N)    TO RPT-SLT-SOURCE
013180     MOVE WS-SLT-BUS-DATE(N)  TO RPT-SLT-BUS-DATE
013190     MOVE WS-SLT-RUN-NBR(N)   TO RPT-SLT-RUN
013200     MOVE WS-SLT-READ(N)      TO RPT-SLT-READ
013210     MOVE WS-SLT-WRITTEN(N)   TO RPT-SLT-WRITTEN
013220     MOVE WS-SLT-SUSPENSE(N)  TO RPT-SLT-SUSPENSE
013230     MOVE WS-SLT-ACCEPT(N)    TO RPT-SLT-ACCEPT
013240     MOVE WS-SLT-REJECT(N)    TO RPT-SLT-REJECT
013250     MOVE WS-SLT-MRG-OUT(N)   TO RPT-SLT-MRG-OUT
013260     MOVE WS-SLT-MRG-SUS(N)   TO RPT-SLT-MRG-SUS
013270     IF WS-SLT-AGREES(N)
013280         MOVE 'AGREES'         TO RPT-SLT-RESULT
013290     ELSE
013300         MOVE 'DOES NOT AGREE' TO RPT-SLT-RESULT
013310     END-IF
013320     WRITE RPT-RECORD FROM RPT-SLOT-LINE.
013330
013340*================================================================
013350 9110-WRITE-COUNT-LINE.
013360*================================================================
013370     WRITE RPT-RECORD FROM RPT-COUNT-LINE.
013380
013390*================================================================
013400 9120-WRITE-TOTAL-LINE.
013410*================================================================
013420     MOVE SPACES             TO RPT-SLT-SLOT-X
013430     MOVE 'TOTAL'            TO RPT-SLT-SOURCE
013440     MOVE SPACES             TO RPT-SLT-BUS-DATE-X
013450     MOVE WS-COMBINED-RUN    TO RPT-SLT-RUN
013460     MOVE WS-TOT-READ        TO RPT-SLT-READ
013470     MOVE WS-TOT-WRITTEN     TO RPT-SLT-WRITTEN
013480     MOVE WS-TOT-SUSPENSE    TO RPT-SLT-SUSPENSE
013490     MOVE WS-TOT-ACCEPT      TO RPT-SLT-ACCEPT
013500     MOVE WS-TOT-REJECT      TO RPT-SLT-REJECT
013510     MOVE WS-CONVOUT-COUNT   TO RPT-SLT-MRG-OUT
013520     MOVE WS-SUSPENSE-COUNT  TO RPT-SLT-MRG-SUS
013530     IF WS-MERGE-BALANCED
013540         MOVE 'AGREES'         TO RPT-SLT-RESULT
013550     ELSE
013560         MOVE 'DOES NOT AGREE' TO RPT-SLT-RESULT
013570     END-IF
013580     WRITE RPT-RECORD FROM RPT-SLOT-LINE.
013590
013600*================================================================
013610 9130-LIST-MISSING-SOURCES.
013620*================================================================
013630*    ONE LINE PER ACTIVE REGISTRY SOURCE THAT SENT NO BATCH THIS
013640*    RUN, ALSO SHOWN ON THE CONSOLE FOR THE OPERATOR.
013650     OPEN INPUT SRC-MASTER
013660     IF NOT WS-SRCMST-OK
013670         PERFORM 9590-ABEND-SRCMST
013680     END-IF
013690     MOVE LOW-VALUES TO SRC-ID
013700     START SRC-MASTER KEY IS NOT LESS THAN SRC-ID
013710         INVALID KEY
013720             SET WS-SRCMST-EOF TO TRUE
013730     END-START
013740     PERFORM 9140-CHECK-ONE-SOURCE
013750         UNTIL WS-SRCMST-EOF
013760     CLOSE SRC-MASTER.
013770
013780*================================================================
013790 9140-CHECK-ONE-SOURCE.
013800*================================================================
013810     READ SRC-MASTER NEXT RECORD
013820         AT END
013830             SET WS-SRCMST-EOF TO TRUE
013840         NOT AT END
013850             IF SRC-ACTIVE
013860                 PERFORM VARYING N FROM 1 BY 1
013870                         UNTIL N > WS-SLOT-COUNT
013880                            OR WS-SLT-SOURCE(N) = SRC-ID
013890                 END-PERFORM
013900                 IF N > WS-SLOT-COUNT
013910                     ADD 1 TO WS-MISSING-COUNT
013920                     MOVE SRC-ID   TO RPT-MIS-ID
013930                     MOVE SRC-DESC TO RPT-MIS-DESC
013940                     WRITE RPT-RECORD FROM RPT-MISSING-LINE
013950                     DISPLAY 'ACTIVE SOURCE NOT RECEIVED THIS '
013960                             'RUN - ' SRC-ID
013970                 END-IF
013980             END-IF
013990     END-READ.
014000
014010*================================================================
014020 9200-WRITE-BALANCE-TOTALS.
014030*================================================================
014040*    THE COMBINED FILES AGAINST THE SUM OF WHAT THE SOURCE RUNS
014050*    REPORTED - CONVOUT AND SUSPENSE AGAINST RUNSTAT, RUNSTAT
014060*    AGAINST RUNREG, AND THE DETAILS READ AGAINST THE SPLIT.
014070     WRITE RPT-RECORD FROM RPT-BALCOL-LINE
014080     MOVE 'CONVOUT RECORDS - WRITTEN' TO RPT-BAL-LABEL
014090     MOVE WS-CONVOUT-COUNT TO RPT-BAL-COMBINED
014100     MOVE WS-TOT-WRITTEN   TO RPT-BAL-SUM
014110     PERFORM 9210-WRITE-BALANCE-LINE
014120     MOVE 'SUSPENSE RECORDS - SUSPENDED' TO RPT-BAL-LABEL
014130     MOVE WS-SUSPENSE-COUNT TO RPT-BAL-COMBINED
014140     MOVE WS-TOT-SUSPENSE   TO RPT-BAL-SUM
014150     PERFORM 9210-WRITE-BALANCE-LINE
014160     MOVE 'WRITTEN - RUNREG' TO RPT-BAL-LABEL
014170     MOVE WS-TOT-WRITTEN     TO RPT-BAL-COMBINED
014180     MOVE WS-TOT-REG-WRITTEN TO RPT-BAL-SUM
014190     PERFORM 9210-WRITE-BALANCE-LINE
014200     MOVE 'ACCEPTED - RUNREG' TO RPT-BAL-LABEL
014210     MOVE WS-TOT-ACCEPT     TO RPT-BAL-COMBINED
014220     MOVE WS-TOT-REG-ACCEPT TO RPT-BAL-SUM
014230     PERFORM 9210-WRITE-BALANCE-LINE
014240     MOVE 'REJECTED - RUNREG' TO RPT-BAL-LABEL
014250     MOVE WS-TOT-REJECT     TO RPT-BAL-COMBINED
014260     MOVE WS-TOT-REG-REJECT TO RPT-BAL-SUM
014270     PERFORM 9210-WRITE-BALANCE-LINE
014280     MOVE 'CONVIN DETAILS READ - SPLIT' TO RPT-BAL-LABEL
014290     MOVE WS-TOT-STAT-READ TO RPT-BAL-COMBINED
014300     MOVE WS-TOT-DETAIL    TO RPT-BAL-SUM
014310     PERFORM 9210-WRITE-BALANCE-LINE
014320     MOVE 'MASTER POSTINGS APPLIED - MSTPOST' TO RPT-BAL-LABEL
014330     MOVE WS-POST-READ-COUNT TO RPT-BAL-COMBINED
014340     MOVE WS-POST-IN-COUNT   TO RPT-BAL-SUM
014350     PERFORM 9210-WRITE-BALANCE-LINE.
014360
014370*================================================================
014380 9210-WRITE-BALANCE-LINE.
014390*================================================================
014400     IF RPT-BAL-COMBINED = RPT-BAL-SUM
014410         MOVE 'AGREES'         TO RPT-BAL-RESULT
014420     ELSE
014430         MOVE 'DOES NOT AGREE' TO RPT-BAL-RESULT
014440     END-IF
014450     WRITE RPT-RECORD FROM RPT-BALANCE-LINE.
014460
014470*================================================================
014480 9510-ABEND-SPLITCTL.
014490*================================================================
014500     DISPLAY 'SPLITCTL MISSING, EMPTY OR DAMAGED - STATUS '
014510             WS-SPLITCTL-STATUS ' - MERGE REFUSED'
014520     MOVE 16 TO RETURN-CODE
014530     STOP RUN.
014540
014550*================================================================
014560 9520-ABEND-RUNREG.
014570*================================================================
014580     DISPLAY 'RUNREG I/O ERROR - STATUS ' WS-RUNREG-STATUS
014590     MOVE 16 TO RETURN-CODE
014600     STOP RUN.
014610
014620*================================================================
014630 9525-ABEND-COMBINED-RUN.
014640*================================================================
014650*    A COMBINED RUN NOT SHOWN AS STARTED HAS ALREADY BEEN
014660*    MERGED - ITS POSTINGS ARE ON THE MASTERS - OR WAS NEVER
014670*    RESERVED BY CNVSPLIT.
014680     DISPLAY 'COMBINED RUN ' WS-COMBINED-RUN
014690             ' NOT AWAITING MERGE ON RUNREG - STATUS '
014700             WS-RUNREG-STATUS ' ' RRG-RUN-STATUS
014710             ' - MERGE REFUSED'
014720     MOVE 16 TO RETURN-CODE
014730     STOP RUN.
014740
014750*================================================================
014751 9527-ABEND-MERGE-STOPPED.
014752*================================================================
014754*    AUDITLOG AND RUNSTAT MAY ALREADY HOLD PART OF THE MERGE AND
014755*    THE MASTERS PART OF ITS POSTINGS. THEY ARE RESTORED FROM
014756*    THEIR PRE-MERGE BACKUPS BEFORE THE COMBINED RUN IS RESET
014758*    ON RUNREG AND THE MERGE SUBMITTED AGAIN.
014759     DISPLAY 'MERGE OF COMBINED RUN ' WS-COMBINED-RUN
014760             ' STOPPED PART WAY - RESTORE AUDITLOG, RUNSTAT AND '
014762             'THE MASTERS BEFORE RERUNNING - MERGE REFUSED'
014763     MOVE 16 TO RETURN-CODE
014764     STOP RUN.
014766
014767*================================================================
014768 9526-ABEND-SOURCE-RUN.
014770*================================================================
014780     DISPLAY 'SOURCE RUN ' WS-SLT-RUN-NBR(N) ' FOR '
014790             WS-SLT-SOURCE(N) ' ' WS-SOURCE-REFUSAL
014800             ' - MERGE REFUSED'
014810     MOVE 16 TO RETURN-CODE
014820     STOP RUN.
014830
014840*================================================================
014850 9530-ABEND-RUNSTAT.
014860*================================================================
014870     DISPLAY 'RUNSTAT I/O ERROR - STATUS ' WS-MRGSTAT-STATUS
014880             '/' WS-RUNSTAT-STATUS
014890     MOVE 16 TO RETURN-CODE
014900     STOP RUN.
014910
014920*================================================================
014930 9535-ABEND-RUNSTAT-MISMATCH.
014940*================================================================
014950     DISPLAY 'SOURCE RUN RUNSTAT DOES NOT MATCH SPLITCTL FOR '
014960             WS-SLT-SOURCE(N) ' RUN ' WS-SLT-RUN-NBR(N)
014970             ' - MERGE REFUSED'
014980     MOVE 16 TO RETURN-CODE
014990     STOP RUN.
015000
015010*================================================================
015020 9540-ABEND-CONVOUT.
015030*================================================================
015040     DISPLAY 'CONVOUT I/O ERROR - STATUS ' WS-MRGCOUT-STATUS
015050             '/' WS-CONVOUT-STATUS
015060     MOVE 16 TO RETURN-CODE
015070     STOP RUN.
015080
015090*================================================================
015100 9545-ABEND-SUSPENSE.
015110*================================================================
015120     DISPLAY 'SUSPENSE I/O ERROR - STATUS ' WS-MRGSUSP-STATUS
015130             '/' WS-SUSPENSE-STATUS
015140     MOVE 16 TO RETURN-CODE
015150     STOP RUN.
015160
015170*================================================================
015180 9550-ABEND-AUDIT.
015190*================================================================
015200     DISPLAY 'AUDITLOG I/O ERROR - STATUS ' WS-MRGAUDT-STATUS
015210             '/' WS-AUDIT-STATUS
015220     MOVE 16 TO RETURN-CODE
015230     STOP RUN.
015240
015250*================================================================
015260 9555-ABEND-MSTPOST.
015270*================================================================
015280     DISPLAY 'MSTPOST MISSING OR DAMAGED - STATUS '
015290             WS-MRGPOST-STATUS ' - MERGE REFUSED'
015300     MOVE 16 TO RETURN-CODE
015310     STOP RUN.
015320
015330*================================================================
015340 9560-ABEND-FOREIGN-RUN.
015350*================================================================
015360     DISPLAY 'RECORD FOR RUN ' WS-IN-RUN ' IS NOT FROM A SOURCE '
015370             'RUN ON SPLITCTL - MERGE REFUSED'
015380     MOVE 16 TO RETURN-CODE
015390     STOP RUN.
015400
015410*================================================================
015420 9565-ABEND-SEQUENCE.
015430*================================================================
015440     DISPLAY WS-MRG-FILE ' RECORDS FOR RUN ' WS-IN-RUN
015450             ' OUT OF SLOT OR SEQUENCE NUMBER ORDER AT '
015460             WS-IN-SEQ ' - MERGE ABANDONED'
015470     MOVE 16 TO RETURN-CODE
015480     STOP RUN.
015490
015500*================================================================
015510 9570-ABEND-LASTRUN.
015520*================================================================
015530     DISPLAY 'LASTRUN-CTL I/O ERROR OR TABLE FULL - STATUS '
015540             WS-LASTRUN-STATUS
015550     MOVE 16 TO RETURN-CODE
015560     STOP RUN.
015570
015580*================================================================
015590 9575-ABEND-STKPOS.
015600*================================================================
015610     DISPLAY 'STOCK POSITION MASTER I/O ERROR - STATUS '
015620             WS-STKPOS-STATUS
015630     MOVE 16 TO RETURN-CODE
015640     STOP RUN.
015650
015660*================================================================
015670 9580-ABEND-XREF.
015680*================================================================
015690     DISPLAY 'XREF MASTER I/O ERROR - STATUS ' WS-XREF-STATUS
015700     MOVE 16 TO RETURN-CODE
015710     STOP RUN.
015720
015730*================================================================
015740 9585-ABEND-SUSLEDG.
015750*================================================================
015760     DISPLAY 'SUSPENSE LEDGER I/O ERROR - STATUS '
015770             WS-SUSLEDG-STATUS
015780     MOVE 16 TO RETURN-CODE
015790     STOP RUN.
015800
015810*================================================================
015820 9590-ABEND-SRCMST.
015830*================================================================
015840     DISPLAY 'SOURCE REGISTRY I/O ERROR - STATUS '
015850             WS-SRCMST-STATUS
015860     MOVE 16 TO RETURN-CODE
015870     STOP RUN.
