000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. SRCMNT.
000030 AUTHOR. R-TANAKA.
000040 INSTALLATION. STOCK-CONTROL-SYSTEMS.
000050 DATE-WRITTEN. 10/15/2026.
000060 DATE-COMPILED.
000070*----------------------------------------------------------------
000080* MODIFICATION HISTORY
000090*----------------------------------------------------------------
000100*   DATE       INIT  DESCRIPTION
000110*   10/15/2026  RT   ORIGINAL CODING. SRCMST SOURCE REGISTRY
000120*                    MAINTENANCE JOB. READS THE SRCTRAN FILE OF
000130*                    ADD ('A'), CHANGE ('C') AND DELETE ('D')
000140*                    REQUESTS AGAINST SOURCE-RECORD AND APPLIES
000150*                    THEM IN FILE ORDER, PRINTING EVERY
000160*                    TRANSACTION ON THE SRCMRPT EDIT REPORT AS
000170*                    APPLIED OR REFUSED WITH ITS REASON. A
000180*                    CHANGE CARRIES THE WHOLE REGISTRY ENTRY AND
000190*                    REPLACES IT. A SOURCE MUST BE MADE INACTIVE
000200*                    BEFORE IT CAN BE DELETED, SO A LIVE FEED IS
000210*                    NEVER DROPPED FROM THE REGISTRY BY ONE
000220*                    MIS-KEYED TRANSACTION.
000230*----------------------------------------------------------------
000240
000250 ENVIRONMENT DIVISION.
000260 CONFIGURATION SECTION.
000270 SOURCE-COMPUTER. IBM-370.
000280 OBJECT-COMPUTER. IBM-370.
000290
000300 INPUT-OUTPUT SECTION.
000310 FILE-CONTROL.
000320     SELECT SRC-TRAN ASSIGN TO SRCTRAN
000330         ORGANIZATION IS LINE SEQUENTIAL.
000340     SELECT OPTIONAL SRC-MASTER ASSIGN TO SRCMST
000350         ORGANIZATION IS INDEXED
000360         ACCESS MODE IS RANDOM
000370         RECORD KEY IS SRC-ID
000380         FILE STATUS IS WS-SRCMST-STATUS.
000390     SELECT SRC-MRPT ASSIGN TO SRCMRPT
000400         ORGANIZATION IS LINE SEQUENTIAL.
000410
000420 DATA DIVISION.
000430 FILE SECTION.
000440 FD  SRC-TRAN
000450     RECORDING MODE IS F.
000460 01  SRC-TRAN-RECORD.
000470     05  SRT-ACTION          PIC X(01).
000480         88  SRT-ADD                     VALUE 'A'.
000490         88  SRT-CHANGE                  VALUE 'C'.
000500         88  SRT-DELETE                  VALUE 'D'.
000510     05  FILLER              PIC X(01).
000520     05  SRT-SOURCE-ID       PIC X(08).
000530     05  FILLER              PIC X(01).
000540     05  SRT-DESC            PIC X(30).
000550     05  FILLER              PIC X(01).
000560     05  SRT-ACTIVE          PIC X(01).
000570     05  FILLER              PIC X(01).
000580     05  SRT-ALLOW-SINGLE    PIC X(01).
000590     05  SRT-ALLOW-STOCK     PIC X(01).
000600     05  SRT-ALLOW-REBASE    PIC X(01).
000610     05  FILLER              PIC X(01).
000620     05  SRT-VOL-MIN         PIC X(08).
000630     05  FILLER              PIC X(01).
000640     05  SRT-VOL-MAX         PIC X(08).
000650     05  FILLER              PIC X(01).
000660     05  SRT-REJECT-PCT      PIC X(03).
000670
000680 FD  SRC-MASTER.
000690 COPY SRCREC.
000700
000710 FD  SRC-MRPT
000720     RECORDING MODE IS F.
000730 01  RPT-RECORD              PIC X(132).
000740
000750 WORKING-STORAGE SECTION.
000760 01  WS-EOF-SW           PIC X(01)   VALUE 'N'.
000770     88  WS-EOF                      VALUE 'Y'.
000780     88  WS-NOT-EOF                  VALUE 'N'.
000790 01  WS-SRCMST-STATUS    PIC X(02)   VALUE '00'.
000800     88  WS-SRCMST-OK                   VALUES '00' '05'.
000810 01  WS-RUN-DATE         PIC 9(06).
000820 01  WS-RUN-TIME         PIC 9(08).
000830*----------------------------------------------------------------
000840* EDITED TRANSACTION FIGURES. A BLANK VOLUME FIGURE IS HELD AS
000850* ZERO; A ZERO MAXIMUM MEANS THE SOURCE HAS NO EXPECTED RANGE.
000860*----------------------------------------------------------------
000870 01  WS-VOL-MIN          PIC 9(08)   VALUE ZEROES.
000880 01  WS-VOL-MAX          PIC 9(08)   VALUE ZEROES.
000890*----------------------------------------------------------------
000900* TRANSACTION OUTCOME. A BLANK REASON MEANS THE TRANSACTION WAS
000910* APPLIED; ANYTHING ELSE IS PRINTED AS THE REFUSAL REASON.
000920*----------------------------------------------------------------
000930 01  WS-REFUSE-REASON    PIC X(35)   VALUE SPACES.
000940     88  WS-TRAN-APPLIED                VALUE SPACES.
000950*----------------------------------------------------------------
000960* RUN COUNTERS
000970*----------------------------------------------------------------
000980 01  WS-READ-COUNT       PIC 9(08)   COMP  VALUE ZEROES.
000990 01  WS-ADD-COUNT        PIC 9(08)   COMP  VALUE ZEROES.
001000 01  WS-CHANGE-COUNT     PIC 9(08)   COMP  VALUE ZEROES.
001010 01  WS-DELETE-COUNT     PIC 9(08)   COMP  VALUE ZEROES.
001020 01  WS-REFUSED-COUNT    PIC 9(08)   COMP  VALUE ZEROES.
001030*----------------------------------------------------------------
001040* SRCMRPT EDIT REPORT LINES
001050*----------------------------------------------------------------
001060 01  RPT-HEADER-LINE.
001070     05  FILLER          PIC X(40)   VALUE
001080         'SOURCE REGISTRY MAINTENANCE EDIT REPORT'.
001090     05  FILLER          PIC X(09)   VALUE 'RUN DATE '.
001100     05  RPT-HDR-DATE    PIC 9(06).
001110     05  FILLER          PIC X(07)   VALUE '  TIME '.
001120     05  RPT-HDR-TIME    PIC 9(08).
001130     05  FILLER          PIC X(62)   VALUE SPACES.
001140 01  RPT-RULE-LINE.
001150     05  FILLER          PIC X(132)  VALUE ALL '-'.
001160 01  RPT-COLUMN-LINE.
001170     05  FILLER          PIC X(03)   VALUE 'A'.
001180     05  FILLER          PIC X(10)   VALUE 'SOURCE'.
001190     05  FILLER          PIC X(32)   VALUE 'DESCRIPTION'.
001200     05  FILLER          PIC X(04)   VALUE 'ACT'.
001210     05  FILLER          PIC X(04)   VALUE 'SGL'.
001220     05  FILLER          PIC X(04)   VALUE 'STK'.
001230     05  FILLER          PIC X(04)   VALUE 'RBS'.
001240     05  FILLER          PIC X(10)   VALUE 'VOL MIN'.
001250     05  FILLER          PIC X(10)   VALUE 'VOL MAX'.
001260     05  FILLER          PIC X(06)   VALUE 'REJ'.
001270     05  FILLER          PIC X(10)   VALUE 'RESULT'.
001280     05  FILLER          PIC X(35)   VALUE 'REASON'.
001290 01  RPT-DETAIL-LINE.
001300     05  RPT-DET-ACTION  PIC X(01).
001310     05  FILLER          PIC X(02)   VALUE SPACES.
001320     05  RPT-DET-ID      PIC X(08).
001330     05  FILLER          PIC X(02)   VALUE SPACES.
001340     05  RPT-DET-DESC    PIC X(30).
001350     05  FILLER          PIC X(02)   VALUE SPACES.
001360     05  RPT-DET-ACTIVE  PIC X(01).
001370     05  FILLER          PIC X(03)   VALUE SPACES.
001380     05  RPT-DET-SINGLE  PIC X(01).
001390     05  FILLER          PIC X(03)   VALUE SPACES.
001400     05  RPT-DET-STOCK   PIC X(01).
001410     05  FILLER          PIC X(03)   VALUE SPACES.
001420     05  RPT-DET-REBASE  PIC X(01).
001430     05  FILLER          PIC X(03)   VALUE SPACES.
001440     05  RPT-DET-VOL-MIN PIC X(08).
001450     05  FILLER          PIC X(02)   VALUE SPACES.
001460     05  RPT-DET-VOL-MAX PIC X(08).
001470     05  FILLER          PIC X(02)   VALUE SPACES.
001480     05  RPT-DET-REJECT  PIC X(03).
001490     05  FILLER          PIC X(03)   VALUE SPACES.
001500     05  RPT-DET-RESULT  PIC X(08).
001510     05  FILLER          PIC X(02)   VALUE SPACES.
001520     05  RPT-DET-REASON  PIC X(35).
001530 01  RPT-COUNT-LINE.
001540     05  RPT-CNT-LABEL   PIC X(32).
001550     05  RPT-CNT-VALUE   PIC Z(07)9.
001560     05  FILLER          PIC X(92)   VALUE SPACES.
001570
001580 PROCEDURE DIVISION.
001590*================================================================
001600 0000-MAINLINE.
001610*================================================================
001620     PERFORM 1000-INITIALIZE
001630     PERFORM 2000-PROCESS-TRANSACTION
001640         UNTIL WS-EOF
001650     PERFORM 9000-TERMINATE
001660     STOP RUN.
001670
001680*================================================================
001690 1000-INITIALIZE.
001700*================================================================
001710     ACCEPT WS-RUN-DATE FROM DATE
001720     ACCEPT WS-RUN-TIME FROM TIME
001730     PERFORM 1100-OPEN-FILES
001740     MOVE WS-RUN-DATE TO RPT-HDR-DATE
001750     MOVE WS-RUN-TIME TO RPT-HDR-TIME
001760     WRITE RPT-RECORD FROM RPT-HEADER-LINE
001770     WRITE RPT-RECORD FROM RPT-RULE-LINE
001780     WRITE RPT-RECORD FROM RPT-COLUMN-LINE
001790     WRITE RPT-RECORD FROM RPT-RULE-LINE
001800     PERFORM 2900-READ-TRANSACTION.
001810
001820*================================================================
001830 1100-OPEN-FILES.
001840*================================================================
001850*    THE REGISTRY IS OPTIONAL SO THE FIRST RUN CAN BUILD IT FROM
001860*    NOTHING.
001870     OPEN INPUT SRC-TRAN
001880     OPEN I-O SRC-MASTER
001890     IF NOT WS-SRCMST-OK
001900         PERFORM 9520-ABEND-SRCMST
001910     END-IF
001920     OPEN OUTPUT SRC-MRPT.
001930
001940*================================================================
001950 2000-PROCESS-TRANSACTION.
001960*================================================================
001970     ADD 1 TO WS-READ-COUNT
001980     MOVE SPACES TO WS-REFUSE-REASON
001990     EVALUATE TRUE
002000         WHEN SRT-SOURCE-ID = SPACES
002010             MOVE 'SOURCE ID IS BLANK' TO WS-REFUSE-REASON
002020         WHEN SRT-ADD
002030             PERFORM 2100-APPLY-ADD
002040         WHEN SRT-CHANGE
002050             PERFORM 2200-APPLY-CHANGE
002060         WHEN SRT-DELETE
002070             PERFORM 2300-APPLY-DELETE
002080         WHEN OTHER
002090             MOVE 'TRANSACTION CODE MUST BE A, C OR D'
002100                 TO WS-REFUSE-REASON
002110     END-EVALUATE
002120     PERFORM 2800-WRITE-EDIT-LINE
002130     PERFORM 2900-READ-TRANSACTION.
002140
002150*================================================================
002160 2050-EDIT-REGISTRY-ENTRY.
002170*================================================================
002180*    AN ADD OR CHANGE MUST CARRY A DESCRIPTION, Y/N FLAGS, AT
002190*    LEAST ONE DETAIL TYPE THE SOURCE MAY SEND, A USABLE VOLUME
002200*    RANGE AND A REJECT LIMIT THAT IS BLANK OR 000 TO 100. THE
002210*    FIRST FAULT FOUND IS THE ONE REPORTED.
002220     MOVE ZEROES TO WS-VOL-MIN
002230     MOVE ZEROES TO WS-VOL-MAX
002240     EVALUATE TRUE
002250         WHEN SRT-DESC = SPACES
002260             MOVE 'DESCRIPTION IS BLANK' TO WS-REFUSE-REASON
002270         WHEN SRT-ACTIVE NOT = 'Y' AND NOT = 'N'
002280             MOVE 'ACTIVE FLAG MUST BE Y OR N'
002290                 TO WS-REFUSE-REASON
002300         WHEN SRT-ALLOW-SINGLE NOT = 'Y' AND NOT = 'N'
002310         WHEN SRT-ALLOW-STOCK  NOT = 'Y' AND NOT = 'N'
002320         WHEN SRT-ALLOW-REBASE NOT = 'Y' AND NOT = 'N'
002330             MOVE 'TYPE FLAGS MUST BE Y OR N'
002340                 TO WS-REFUSE-REASON
002350         WHEN SRT-ALLOW-SINGLE = 'N'
002360          AND SRT-ALLOW-STOCK  = 'N'
002370          AND SRT-ALLOW-REBASE = 'N'
002380             MOVE 'NO DETAIL TYPE ALLOWED'
002390                 TO WS-REFUSE-REASON
002400         WHEN SRT-REJECT-PCT NOT = SPACES
002410          AND SRT-REJECT-PCT NOT NUMERIC
002420             MOVE 'REJECT LIMIT MUST BE 000 TO 100'
002430                 TO WS-REFUSE-REASON
002440         WHEN SRT-REJECT-PCT NUMERIC
002450          AND SRT-REJECT-PCT > '100'
002460             MOVE 'REJECT LIMIT MUST BE 000 TO 100'
002470                 TO WS-REFUSE-REASON
002480         WHEN OTHER
002490             PERFORM 2060-EDIT-VOLUME-RANGE
002500     END-EVALUATE.
002510
002520*================================================================
002530 2060-EDIT-VOLUME-RANGE.
002540*================================================================
002550     IF SRT-VOL-MIN NOT = SPACES
002560         IF SRT-VOL-MIN IS NUMERIC
002570             MOVE SRT-VOL-MIN TO WS-VOL-MIN
002580         ELSE
002590             MOVE 'VOLUME MINIMUM NOT NUMERIC'
002600                 TO WS-REFUSE-REASON
002610         END-IF
002620     END-IF
002630     IF SRT-VOL-MAX NOT = SPACES
002640         IF SRT-VOL-MAX IS NUMERIC
002650             MOVE SRT-VOL-MAX TO WS-VOL-MAX
002660         ELSE
002670             MOVE 'VOLUME MAXIMUM NOT NUMERIC'
002680                 TO WS-REFUSE-REASON
002690         END-IF
002700     END-IF
002710     IF  WS-TRAN-APPLIED
002720     AND WS-VOL-MAX > ZERO
002730     AND WS-VOL-MIN > WS-VOL-MAX
002740         MOVE 'VOLUME MINIMUM ABOVE MAXIMUM'
002750             TO WS-REFUSE-REASON
002760     END-IF.
002770
002780*================================================================
002790 2070-BUILD-SOURCE-RECORD.
002800*================================================================
002810     MOVE SPACES           TO SOURCE-RECORD
002820     MOVE SRT-SOURCE-ID    TO SRC-ID
002830     MOVE SRT-DESC         TO SRC-DESC
002840     MOVE SRT-ACTIVE       TO SRC-ACTIVE-SW
002850     MOVE SRT-ALLOW-SINGLE TO SRC-ALLOW-SINGLE
002860     MOVE SRT-ALLOW-STOCK  TO SRC-ALLOW-STOCK
002870     MOVE SRT-ALLOW-REBASE TO SRC-ALLOW-REBASE
002880     MOVE WS-VOL-MIN       TO SRC-VOL-MIN
002890     MOVE WS-VOL-MAX       TO SRC-VOL-MAX
002900     MOVE SRT-REJECT-PCT   TO SRC-REJECT-PCT.
002910
002920*================================================================
002930 2100-APPLY-ADD.
002940*================================================================
002950     PERFORM 2050-EDIT-REGISTRY-ENTRY
002960     IF WS-TRAN-APPLIED
002970         MOVE SRT-SOURCE-ID TO SRC-ID
002980         READ SRC-MASTER
002990             INVALID KEY
003000                 PERFORM 2110-WRITE-SOURCE
003010             NOT INVALID KEY
003020                 MOVE 'SOURCE ALREADY ON SRCMST'
003030                     TO WS-REFUSE-REASON
003040         END-READ
003050     END-IF.
003060
003070*================================================================
003080 2110-WRITE-SOURCE.
003090*================================================================
003100     PERFORM 2070-BUILD-SOURCE-RECORD
003110     WRITE SOURCE-RECORD
003120     IF NOT WS-SRCMST-OK
003130         PERFORM 9520-ABEND-SRCMST
003140     END-IF
003150     ADD 1 TO WS-ADD-COUNT.
003160
003170*================================================================
003180 2200-APPLY-CHANGE.
003190*================================================================
003200     PERFORM 2050-EDIT-REGISTRY-ENTRY
003210     IF WS-TRAN-APPLIED
003220         MOVE SRT-SOURCE-ID TO SRC-ID
003230         READ SRC-MASTER
003240             INVALID KEY
003250                 MOVE 'SOURCE NOT ON SRCMST' TO WS-REFUSE-REASON
003260             NOT INVALID KEY
003270                 PERFORM 2210-REWRITE-SOURCE
003280         END-READ
003290     END-IF.
003300
003310*================================================================
003320 2210-REWRITE-SOURCE.
003330*================================================================
003340     PERFORM 2070-BUILD-SOURCE-RECORD
003350     REWRITE SOURCE-RECORD
003360     IF NOT WS-SRCMST-OK
003370         PERFORM 9520-ABEND-SRCMST
003380     END-IF
003390     ADD 1 TO WS-CHANGE-COUNT.
003400
003410*================================================================
003420 2300-APPLY-DELETE.
003430*================================================================
003440*    ONLY AN INACTIVE SOURCE MAY BE DELETED.
003450     MOVE SRT-SOURCE-ID TO SRC-ID
003460     READ SRC-MASTER
003470         INVALID KEY
003480             MOVE 'SOURCE NOT ON SRCMST' TO WS-REFUSE-REASON
003490         NOT INVALID KEY
003500             IF SRC-ACTIVE
003510                 MOVE 'DEACTIVATE SOURCE BEFORE DELETE'
003520                     TO WS-REFUSE-REASON
003530             END-IF
003540     END-READ
003550     IF WS-TRAN-APPLIED
003560         DELETE SRC-MASTER RECORD
003570         IF NOT WS-SRCMST-OK
003580             PERFORM 9520-ABEND-SRCMST
003590         END-IF
003600         ADD 1 TO WS-DELETE-COUNT
003610     END-IF.
003620
003630*================================================================
003640 2800-WRITE-EDIT-LINE.
003650*================================================================
003660     MOVE SRT-ACTION       TO RPT-DET-ACTION
003670     MOVE SRT-SOURCE-ID    TO RPT-DET-ID
003680     MOVE SRT-DESC         TO RPT-DET-DESC
003690     MOVE SRT-ACTIVE       TO RPT-DET-ACTIVE
003700     MOVE SRT-ALLOW-SINGLE TO RPT-DET-SINGLE
003710     MOVE SRT-ALLOW-STOCK  TO RPT-DET-STOCK
003720     MOVE SRT-ALLOW-REBASE TO RPT-DET-REBASE
003730     MOVE SRT-VOL-MIN      TO RPT-DET-VOL-MIN
003740     MOVE SRT-VOL-MAX      TO RPT-DET-VOL-MAX
003750     MOVE SRT-REJECT-PCT   TO RPT-DET-REJECT
003760     IF WS-TRAN-APPLIED
003770         MOVE 'APPLIED' TO RPT-DET-RESULT
003780     ELSE
003790         MOVE 'REFUSED' TO RPT-DET-RESULT
003800         ADD 1 TO WS-REFUSED-COUNT
003810     END-IF
003820     MOVE WS-REFUSE-REASON TO RPT-DET-REASON
003830     WRITE RPT-RECORD FROM RPT-DETAIL-LINE.
003840
003850*================================================================
003860 2900-READ-TRANSACTION.
003870*================================================================
003880     READ SRC-TRAN
003890         AT END SET WS-EOF TO TRUE
003900     END-READ.
003910
003920*================================================================
003930 9000-TERMINATE.
003940*================================================================
003950     WRITE RPT-RECORD FROM RPT-RULE-LINE
003960     MOVE 'TRANSACTIONS READ' TO RPT-CNT-LABEL
003970     MOVE WS-READ-COUNT TO RPT-CNT-VALUE
003980     PERFORM 9110-WRITE-COUNT-LINE
003990     MOVE 'SOURCES ADDED' TO RPT-CNT-LABEL
004000     MOVE WS-ADD-COUNT TO RPT-CNT-VALUE
004010     PERFORM 9110-WRITE-COUNT-LINE
004020     MOVE 'SOURCES CHANGED' TO RPT-CNT-LABEL
004030     MOVE WS-CHANGE-COUNT TO RPT-CNT-VALUE
004040     PERFORM 9110-WRITE-COUNT-LINE
004050     MOVE 'SOURCES DELETED' TO RPT-CNT-LABEL
004060     MOVE WS-DELETE-COUNT TO RPT-CNT-VALUE
004070     PERFORM 9110-WRITE-COUNT-LINE
004080     MOVE 'TRANSACTIONS REFUSED' TO RPT-CNT-LABEL
004090     MOVE WS-REFUSED-COUNT TO RPT-CNT-VALUE
004100     PERFORM 9110-WRITE-COUNT-LINE
004110     WRITE RPT-RECORD FROM RPT-RULE-LINE
004120     MOVE SPACES TO RPT-RECORD
004130     MOVE 'END OF SOURCE REGISTRY MAINTENANCE REPORT'
004140         TO RPT-RECORD
004150     WRITE RPT-RECORD
004160     CLOSE SRC-TRAN
004170     CLOSE SRC-MASTER
004180     CLOSE SRC-MRPT.
004190
004200*================================================================
004210 9110-WRITE-COUNT-LINE.
004220*================================================================
004230     WRITE RPT-RECORD FROM RPT-COUNT-LINE.
004240
004250*================================================================
004260 9520-ABEND-SRCMST.
004270*================================================================
004280     DISPLAY 'SOURCE REGISTRY I/O ERROR - STATUS '
004290             WS-SRCMST-STATUS
004300     MOVE 16 TO RETURN-CODE
004310     STOP RUN.
