000266*                    THE BATCH RUN STAMPS ON THE CONVOUT STOCK
000268*                    RECORD, IN NEW UOM AND QTY COLUMNS (EMPTY
000269*                    ON SINGLE-CONVERSION LINES).
000270*   10/15/2026  RT   THE EXPORT IS NOW GATED ON RUNREG, THE RUN
000271*                    STATUS REGISTER. THE RUN THAT WROTE CONVOUT
000272*                    (THE RUN NUMBER ON ITS LAST RECORD) MUST BE
000274*                    COMPLETED AND BALANCED, VERIFIED BY CONVVFY
000275*                    WITH NO MISMATCHES, NOT BACKED OUT AND NOT
000276*                    ALREADY EXPORTED, OR THE EXPORT IS REFUSED
000278*                    BEFORE EXPOUT IS OPENED. THE EXPORT DATE,
000279*                    TIME AND LINE COUNT ARE RECORDED AGAINST THE
000280*                    RUN.
000282*   10/15/2026  RT   A SOURCE RUN OF A SPLIT THAT HAS BEEN MERGED
000283*                    INTO ITS COMBINED RUN, AND A COMBINED RUN
000284*                    WHOSE MERGE DID NOT FINISH, ARE REFUSED BY
000286*                    NAME.
000288*   10/15/2026  RT   A SOURCE RUN OF A SPLIT IS REFUSED EVEN
000290*                    BEFORE IT IS MERGED - ITS LINES GO TO THE
000292*                    ERP ONLY UNDER THE COMBINED RUN.
000294*----------------------------------------------------------------
000296
000298 ENVIRONMENT DIVISION.
000300 CONFIGURATION SECTION.
000310 SOURCE-COMPUTER. IBM-370.
000320 OBJECT-COMPUTER. IBM-370.
000370         ORGANIZATION IS LINE SEQUENTIAL.
000380     SELECT EXP-OUT  ASSIGN TO EXPOUT
000390         ORGANIZATION IS LINE SEQUENTIAL.
000392     SELECT RUN-REG  ASSIGN TO RUNREG
000394         ORGANIZATION IS INDEXED
000396         ACCESS MODE IS RANDOM
000398         RECORD KEY IS RRG-RUN-NBR
000399         FILE STATUS IS WS-RUNREG-STATUS.
000400
000410 DATA DIVISION.
000420 FILE SECTION.
000470 FD  EXP-OUT
000480     RECORDING MODE IS F.
000490 01  EXP-RECORD              PIC X(256).
000492
000495 FD  RUN-REG.
000497 COPY RUNREGR.
000500
000510 WORKING-STORAGE SECTION.
000520 01  WS-EOF-SW           PIC X(01)   VALUE 'N'.
000740 01  WS-RUN-X            PIC 9(06).
000750 01  WS-SEQ-X            PIC 9(08).
000760 01  WS-COUNT-X          PIC 9(08).
000761*----------------------------------------------------------------
000762* RUN STATUS REGISTER GATE. WS-EXPORT-RUN IS THE RUN NUMBER ON
000764* THE LAST CONVOUT RECORD - A RESTARTED RUN'S CONVOUT BEGINS
000765* WITH THE RECORDS OF THE RUN IT PICKED UP FROM, AND CONVVFY HAS
000767* ALREADY PROVED THE WHOLE FILE AGAINST CONVIN.
000768*----------------------------------------------------------------
000770 01  WS-RUNREG-STATUS    PIC X(02)   VALUE '00'.
000771     88  WS-RUNREG-OK                VALUES '00' '05'.
000772 01  WS-EXPORT-RUN       PIC 9(06)   VALUE ZEROES.
000774 01  WS-RUN-DATE         PIC 9(06).
000775 01  WS-RUN-TIME         PIC 9(08).
000777 01  WS-REFUSE-REASON    PIC X(50)   VALUE SPACES.
000778
000780 PROCEDURE DIVISION.
000790*================================================================
000800 0000-MAINLINE.
000880*================================================================
000890 1000-INITIALIZE.
000900*================================================================
000901*    THE REGISTER IS CHECKED BEFORE EXPOUT IS OPENED, SO A
000902*    REFUSED EXPORT LEAVES THE LAST EXPOUT SENT UNTOUCHED.
000904     ACCEPT WS-RUN-DATE FROM DATE
000905     ACCEPT WS-RUN-TIME FROM TIME
000907     PERFORM 1050-FIND-CONVOUT-RUN
000908     PERFORM 1060-CHECK-RUN-REGISTER
000910     OPEN INPUT  CONV-OUT
000920     OPEN OUTPUT EXP-OUT
000930     PERFORM 1100-WRITE-HEADER-LINE
000940     PERFORM 2900-READ-CONVOUT.
000950
000951*================================================================
000952 1050-FIND-CONVOUT-RUN.
000953*================================================================
000954     OPEN INPUT CONV-OUT
000955     PERFORM 1055-READ-FOR-RUN
000956         UNTIL WS-EOF
000957     CLOSE CONV-OUT
000958     SET WS-NOT-EOF TO TRUE.
000959
000960*================================================================
000962 1055-READ-FOR-RUN.
000963*================================================================
000964     READ CONV-OUT
000965         AT END
000966             SET WS-EOF TO TRUE
000967         NOT AT END
000968             IF COS-TYPE = 'S'
000969                 MOVE COS-RUN-NBR TO WS-EXPORT-RUN
000970             ELSE
000971                 MOVE COR-RUN-NBR TO WS-EXPORT-RUN
000973             END-IF
000974     END-READ.
000975
000976*================================================================
000977 1060-CHECK-RUN-REGISTER.
000978*================================================================
000979*    RUNREG STAYS OPEN FOR THE EXPORT SO THE SAME RECORD CAN BE
000980*    MARKED EXPORTED AT TERMINATE TIME.
000981     IF WS-EXPORT-RUN = ZEROES
000982         MOVE 'CONVOUT IS EMPTY' TO WS-REFUSE-REASON
000984         PERFORM 9520-REFUSE-EXPORT
000985     END-IF
000986     OPEN I-O RUN-REG
000987     IF NOT WS-RUNREG-OK
000988         PERFORM 9510-ABEND-RUNREG
000989     END-IF
000990     MOVE WS-EXPORT-RUN TO RRG-RUN-NBR
000991     READ RUN-REG
000992         INVALID KEY
000993             MOVE 'RUN NOT ON RUNREG' TO WS-REFUSE-REASON
000995             PERFORM 9520-REFUSE-EXPORT
000996     END-READ
000997     EVALUATE TRUE
000998         WHEN RRG-BACKED-OUT
000999             MOVE 'RUN HAS BEEN BACKED OUT' TO WS-REFUSE-REASON
001000         WHEN RRG-EXPORTED
001001             MOVE 'RUN ALREADY EXPORTED' TO WS-REFUSE-REASON
001002         WHEN RRG-STARTED
001003             MOVE 'RUN DID NOT COMPLETE' TO WS-REFUSE-REASON
001004         WHEN RRG-MERGED
001005             MOVE 'RUN MERGED INTO COMBINED RUN'
001007                 TO WS-REFUSE-REASON
001008             MOVE RRG-MERGE-RUN TO WS-REFUSE-REASON(30:6)
001009         WHEN RRG-MERGE-IN-PROGRESS
001010             MOVE 'COMBINED RUN MERGE DID NOT FINISH'
001011                 TO WS-REFUSE-REASON
001012         WHEN RRG-MERGE-RUN NOT = 0 AND NOT RRG-MERGED
001013             MOVE 'SOURCE RUN OF A SPLIT - EXPORT COMBINED RUN'
001014                 TO WS-REFUSE-REASON
001016             MOVE RRG-MERGE-RUN TO WS-REFUSE-REASON(45:6)
001017         WHEN RRG-ABANDONED-REJECTS
001018             MOVE 'RUN ABANDONED ON REJECT LIMIT'
001019                 TO WS-REFUSE-REASON
001021         WHEN NOT RRG-COMPLETED
001022         WHEN NOT RRG-BALANCED
001023             MOVE 'RUN OUT OF BALANCE' TO WS-REFUSE-REASON
001024         WHEN NOT RRG-VERIFIED
001026             MOVE 'RUN NOT VERIFIED BY CONVVFY'
001027                 TO WS-REFUSE-REASON
001028         WHEN RRG-VFY-MISMATCH > 0
001029             MOVE 'CONVVFY FOUND MISMATCHES' TO WS-REFUSE-REASON
001031     END-EVALUATE
001032     IF WS-REFUSE-REASON NOT = SPACES
001033         PERFORM 9520-REFUSE-EXPORT
001034     END-IF.
001036
001037*================================================================
001038 1100-WRITE-HEADER-LINE.
001039*================================================================
001041     MOVE SPACES TO EXP-RECORD
001042     MOVE 'TYPE|ITEM-KEY|SLOT|UOM|QTY|RESULT|STATUS'
001043         TO EXP-RECORD
001044     MOVE '|MESSAGE|RUN|SEQ' TO EXP-RECORD(41:16)
001046     WRITE EXP-RECORD.
001047
001048*================================================================
001050 2000-EXPORT-RECORDS.
001060*================================================================
001070     ADD 1 TO WS-READ-COUNT
002660     MOVE WS-EXP-LINE TO EXP-RECORD
002670     WRITE EXP-RECORD
002680     CLOSE CONV-OUT
002690     CLOSE EXP-OUT
002700     PERFORM 9100-RECORD-EXPORT.
002710
002720*================================================================
002730 9100-RECORD-EXPORT.
002740*================================================================
002750     MOVE WS-EXPORT-RUN TO RRG-RUN-NBR
002760     READ RUN-REG
002770         INVALID KEY
002780             PERFORM 9510-ABEND-RUNREG
002790     END-READ
002800     SET RRG-EXPORTED TO TRUE
002810     MOVE WS-RUN-DATE   TO RRG-EXP-DATE
002820     MOVE WS-RUN-TIME   TO RRG-EXP-TIME
002830     MOVE WS-LINE-COUNT TO RRG-EXP-COUNT
002840     REWRITE RUN-REG-RECORD
002850         INVALID KEY
002860             PERFORM 9510-ABEND-RUNREG
002870     END-REWRITE
002880     CLOSE RUN-REG
002890     DISPLAY 'RUN ' WS-EXPORT-RUN ' EXPORTED - ' WS-COUNT-X
002900             ' LINES'.
002910
002920*================================================================
002930 9510-ABEND-RUNREG.
002940*================================================================
002950     DISPLAY 'RUN STATUS REGISTER I/O ERROR - STATUS '
002960             WS-RUNREG-STATUS ' - EXPORT REFUSED'
002970     MOVE 16 TO RETURN-CODE
002980     STOP RUN.
002990
003000*================================================================
003010 9520-REFUSE-EXPORT.
003020*================================================================
003030     DISPLAY 'CONVOUT RUN ' WS-EXPORT-RUN ' NOT EXPORTED - '
003040             WS-REFUSE-REASON
003050     MOVE 16 TO RETURN-CODE
003060     STOP RUN.
