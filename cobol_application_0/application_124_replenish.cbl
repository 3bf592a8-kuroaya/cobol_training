*>倉庫間補充提案 APPLICATION_71_PO_GENの前に流し、発注点割れロケーションの
*>不足を、同じ品番で最大在庫を超えているロケーション(他倉庫を優先)からの
*>移動でまかなう。まかなえた分は"T"移動としてMovements.txtへ追記し、
*>夜間のAPPLICATION_43_STOCK_MOVESで輸送中(InTransit.txt)となり、
*>APPLICATION_81_TRANSIT_ARRIVEで到着先へ計上される
*>不足数量 = 最大在庫 - 手持(APPLICATION_71_PO_GENと同じ計算)
*>余剰数量 = 手持 - QC保留(QcHold.txtの状態H/Q/V) - 最大在庫
*>発注点マスターに無いロケーションは最大在庫が分からないので移動元にしない
*>提案した移動はTransferPlan.txt(当日分のみ)にも残し、
*>APPLICATION_71_PO_GENは移動でまかなえなかった残りだけを発注する
*>提案一覧(ReplenishmentProposal.txt)にはロケーションごとに
*>移動でまかなった数量と購買へ回す数量を印字してスプール台帳へ登録する
IDENTIFICATION DIVISION.
PROGRAM-ID. APPLICATION_124_REPLENISH.
ENVIRONMENT DIVISION.
    INPUT-OUTPUT SECTION.
    FILE-CONTROL.
        SELECT INVENTORY_POSITION_FILE
            ASSIGN TO "InventoryPosition.txt"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS INV_FILE_STATUS.
        SELECT REORDER_MASTER_FILE
            ASSIGN TO "ReorderMaster.txt"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS REORDER_MASTER_STATUS.
        SELECT LOCATION_PRODUCT_FILE
            ASSIGN TO "LocationProduct.txt"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS LOCATION_PRODUCT_STATUS.
        SELECT QC_HOLD_FILE
            ASSIGN TO "QcHold.txt"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS QC_HOLD_STATUS.
        SELECT MOVEMENT_FILE
            ASSIGN TO "Movements.txt"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS MOVEMENT_STATUS.
*>当日の移動提案(APPLICATION_71_PO_GENが発注数量から差し引く)
        SELECT TRANSFER_PLAN_FILE
            ASSIGN TO "TransferPlan.txt"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS TRANSFER_PLAN_STATUS.
        SELECT PRINT_FILE ASSIGN TO "ReplenishmentProposal.txt"
            FILE STATUS IS PRINT_STATUS.
DATA DIVISION.
    FILE SECTION.
        FD INVENTORY_POSITION_FILE.
        01 INVENTORY_POSITION_RECORD.
            05 INV_WAREHOUSE PIC 9(02).
            05 INV_BIN PIC 9(02).
            05 INV_SHELF PIC 9(02).
            05 INV_QTY PIC 9(05).
        FD REORDER_MASTER_FILE.
        01 REORDER_MASTER_RECORD.
            05 ROM_WAREHOUSE PIC 9(02).
            05 ROM_BIN PIC 9(02).
            05 ROM_SHELF PIC 9(02).
            05 ROM_MIN_QTY PIC 9(05).
            05 ROM_MAX_QTY PIC 9(05).
        FD LOCATION_PRODUCT_FILE.
        01 LOCATION_PRODUCT_RECORD.
            05 LP_WAREHOUSE PIC 9(02).
            05 LP_BIN PIC 9(02).
            05 LP_SHELF PIC 9(02).
            05 FILLER PIC X(01).
            05 LP_HINBAN PIC 9(05).
        FD QC_HOLD_FILE.
        01 QC_HOLD_RECORD.
            05 QCH_DATE PIC 9(08).
            05 FILLER PIC X(01).
            05 QCH_PO PIC 9(04).
            05 FILLER PIC X(01).
            05 QCH_LINE PIC 9(02).
            05 FILLER PIC X(01).
            05 QCH_WAREHOUSE PIC 9(02).
            05 QCH_BIN PIC 9(02).
            05 QCH_SHELF PIC 9(02).
            05 FILLER PIC X(01).
            05 QCH_HINBAN PIC 9(05).
            05 FILLER PIC X(01).
            05 QCH_LOT PIC X(06).
            05 FILLER PIC X(01).
            05 QCH_EXPIRY PIC X(08).
            05 FILLER PIC X(01).
            05 QCH_QTY PIC 9(05).
            05 FILLER PIC X(01).
            05 QCH_STATUS PIC X(01).
            05 FILLER PIC X(01).
            05 QCH_SUPPLIER PIC X(05).
        FD MOVEMENT_FILE.
        01 MOVEMENT_RECORD.
            05 MOVE_TYPE PIC X(01).
            05 MOVE_WAREHOUSE PIC 9(02).
            05 MOVE_BIN PIC 9(02).
            05 MOVE_SHELF PIC 9(02).
            05 MOVE_QTY PIC 9(05).
            05 MOVE_TO_WAREHOUSE PIC 9(02).
            05 MOVE_TO_BIN PIC 9(02).
            05 MOVE_TO_SHELF PIC 9(02).
            05 MOVE_LOT PIC X(06).
            05 MOVE_EXPIRY PIC X(08).
        FD TRANSFER_PLAN_FILE.
        01 TRANSFER_PLAN_RECORD.
            05 TPL_DATE PIC 9(08).
            05 FILLER PIC X(01).
            05 TPL_TO_WAREHOUSE PIC 9(02).
            05 TPL_TO_BIN PIC 9(02).
            05 TPL_TO_SHELF PIC 9(02).
            05 FILLER PIC X(01).
            05 TPL_HINBAN PIC 9(05).
            05 FILLER PIC X(01).
            05 TPL_QTY PIC 9(05).
            05 FILLER PIC X(01).
            05 TPL_FROM_WAREHOUSE PIC 9(02).
            05 TPL_FROM_BIN PIC 9(02).
            05 TPL_FROM_SHELF PIC 9(02).
        FD PRINT_FILE.
        01 PRINT_RECORD PIC X(80).
    WORKING-STORAGE SECTION.
        01 INV_FILE_STATUS PIC XX.
        01 REORDER_MASTER_STATUS PIC XX.
        01 LOCATION_PRODUCT_STATUS PIC XX.
        01 QC_HOLD_STATUS PIC XX.
        01 MOVEMENT_STATUS PIC XX.
        01 TRANSFER_PLAN_STATUS PIC XX.
        01 PRINT_STATUS PIC XX.
*>多次元配列(倉庫×棚×棚段)。APPLICATION_9_MULTI_ARRAY_PERと同じ持ち方
        01 WORK_ITEM.
            03 WORK_DATA_1 OCCURS 2.
            05 WORK_DATA_2 OCCURS 2.
            07 WORK_DATA_3 OCCURS 3.
            09 WORK_ITEM_1 PIC 9(05).
*>ロケーション→品番(対応が無ければ00000)
        01 LOCPRD_TBL_AREA.
            03 LOCPRD_DATA_1 OCCURS 2.
            05 LOCPRD_DATA_2 OCCURS 2.
            07 LOCPRD_DATA_3 OCCURS 3.
            09 LOCPRD_HINBAN PIC 9(05).
*>ロケーションごとの発注点(RMT_SET="Y"のロケーションだけ発注点マスターにある)
        01 REORDER_TBL_AREA.
            03 RMT_DATA_1 OCCURS 2.
            05 RMT_DATA_2 OCCURS 2.
            07 RMT_DATA_3 OCCURS 3.
            09 RMT_SET PIC X(01).
            09 RMT_MIN_QTY PIC 9(05).
            09 RMT_MAX_QTY PIC 9(05).
*>ロケーションごとの余剰数量(移動元に使うたびに減らす)
        01 SURPLUS_TBL_AREA.
            03 SPL_DATA_1 OCCURS 2.
            05 SPL_DATA_2 OCCURS 2.
            07 SPL_DATA_3 OCCURS 3.
            09 SPL_QTY PIC 9(05).
*>ロケーションごとのQC保留数量
        01 HELD_TBL_AREA.
            03 HLD_DATA_1 OCCURS 2.
            05 HLD_DATA_2 OCCURS 2.
            07 HLD_DATA_3 OCCURS 3.
            09 HLD_QTY PIC 9(05).
*>不足ロケーションと移動元ロケーションの添字
        01 WK_WAREHOUSE PIC 9(01).
        01 WK_BIN PIC 9(01).
        01 WK_SHELF PIC 9(01).
        01 WK_FROM_WAREHOUSE PIC 9(01).
        01 WK_FROM_BIN PIC 9(01).
        01 WK_FROM_SHELF PIC 9(01).
        01 WK_PASS PIC 9(01).
        01 WK_TODAY PIC 9(08).
        01 WK_NEED_QTY PIC 9(05).
        01 WK_COVERED_QTY PIC 9(05).
        01 WK_BUY_QTY PIC 9(05).
        01 WK_TRANSFER_QTY PIC 9(05).
        01 WK_HINBAN PIC 9(05).
        01 WK_SHORT_CNT PIC 9(05) VALUE ZERO.
        01 WK_TRANSFER_CNT PIC 9(05) VALUE ZERO.
        01 WK_TRANSFER_TOTAL PIC 9(07) VALUE ZERO.
        01 WK_BUY_TOTAL PIC 9(07) VALUE ZERO.
*>スプール台帳への登録用
        01 WK_SC_DOC_NAME PIC X(30) VALUE "ReplenishmentProposal.txt".
*>帳票行
        01 RPL_TITLE_LINE.
            05 PIC X(32) VALUE "*** REPLENISHMENT PROPOSAL ***  ".
            05 PIC X(10) VALUE "RUN DATE: ".
            05 TTL_TODAY PIC 9(08).
            05 PIC X(30) VALUE SPACE.
        01 RPL_SHORT_LINE.
            05 PIC X(03) VALUE "TO ".
            05 RPS_WAREHOUSE PIC 9(02).
            05 PIC X(01) VALUE "-".
            05 RPS_BIN PIC 9(02).
            05 PIC X(01) VALUE "-".
            05 RPS_SHELF PIC 9(02).
            05 PIC X(08) VALUE " HINBAN ".
            05 RPS_HINBAN PIC 9(05).
            05 PIC X(04) VALUE " OH ".
            05 RPS_ON_HAND PIC Z(4)9.
            05 PIC X(05) VALUE " MIN ".
            05 RPS_MIN PIC Z(4)9.
            05 PIC X(05) VALUE " MAX ".
            05 RPS_MAX PIC Z(4)9.
            05 PIC X(06) VALUE " NEED ".
            05 RPS_NEED PIC Z(4)9.
            05 PIC X(16) VALUE SPACE.
        01 RPL_TRANSFER_LINE.
            05 PIC X(10) VALUE "     FROM ".
            05 RPT_WAREHOUSE PIC 9(02).
            05 PIC X(01) VALUE "-".
            05 RPT_BIN PIC 9(02).
            05 PIC X(01) VALUE "-".
            05 RPT_SHELF PIC 9(02).
            05 PIC X(10) VALUE " TRANSFER ".
            05 RPT_QTY PIC Z(4)9.
            05 PIC X(47) VALUE SPACE.
        01 RPL_RESULT_LINE.
            05 PIC X(05) VALUE SPACE.
            05 PIC X(20) VALUE "COVERED BY TRANSFER ".
            05 RPR_COVERED PIC Z(4)9.
            05 PIC X(16) VALUE "  TO PURCHASING ".
            05 RPR_BUY PIC Z(4)9.
            05 PIC X(29) VALUE SPACE.
        01 RPL_TOTAL_LINE.
            05 PIC X(17) VALUE "SHORT LOCATIONS: ".
            05 TOT_SHORT PIC ZZZZ9.
            05 PIC X(13) VALUE "  TRANSFERS: ".
            05 TOT_TRANSFER_CNT PIC ZZZZ9.
            05 PIC X(14) VALUE "  TRANSFERRED ".
            05 TOT_TRANSFER PIC Z(6)9.
            05 PIC X(10) VALUE "  TO BUY: ".
            05 TOT_BUY PIC Z(6)9.
            05 PIC X(02) VALUE SPACE.
PROCEDURE DIVISION.
    REPLENISH_RTN SECTION.
    *>初期処理(在庫ポジション・発注点・品番・QC保留の読み込み)
        CALL "BUSINESS_DATE" USING WK_TODAY.
        PERFORM LOAD-INVENTORY-RTN.
        PERFORM LOAD-LOCPRD-RTN.
        PERFORM LOAD-QC-HOLD-RTN.
        PERFORM LOAD-REORDER-RTN.
        OPEN EXTEND MOVEMENT_FILE.
        IF MOVEMENT_STATUS NOT = "00"
            THEN
                OPEN OUTPUT MOVEMENT_FILE
        END-IF.
        OPEN OUTPUT TRANSFER_PLAN_FILE.
        OPEN OUTPUT PRINT_FILE.
        MOVE WK_TODAY TO TTL_TODAY.
        WRITE PRINT_RECORD FROM RPL_TITLE_LINE AFTER PAGE.
    *>主処理(発注点割れロケーションごとに移動元を探す)
        PERFORM VARYING WK_WAREHOUSE FROM 1 BY 1 UNTIL WK_WAREHOUSE > 2
            PERFORM VARYING WK_BIN FROM 1 BY 1 UNTIL WK_BIN > 2
                PERFORM VARYING WK_SHELF FROM 1 BY 1 UNTIL WK_SHELF > 3
                    PERFORM CHECK-SHORT-RTN
                END-PERFORM
            END-PERFORM
        END-PERFORM.
    *>終了処理(合計の印刷、ファイルクローズ、スプール台帳への登録)
        MOVE WK_SHORT_CNT TO TOT_SHORT.
        MOVE WK_TRANSFER_CNT TO TOT_TRANSFER_CNT.
        MOVE WK_TRANSFER_TOTAL TO TOT_TRANSFER.
        MOVE WK_BUY_TOTAL TO TOT_BUY.
        WRITE PRINT_RECORD FROM RPL_TOTAL_LINE AFTER 2 LINE.
        CLOSE MOVEMENT_FILE.
        CLOSE TRANSFER_PLAN_FILE.
        CLOSE PRINT_FILE.
        CALL "SPOOL_CATALOG" USING WK_SC_DOC_NAME.
        DISPLAY "REPLENISHMENT END. SHORT:" WK_SHORT_CNT
            " TRANSFERS:" WK_TRANSFER_CNT
            " QTY:" WK_TRANSFER_TOTAL
            " TO BUY:" WK_BUY_TOTAL.
        STOP RUN.
    REPLENISH_EXIT.
    *>1.ロケーション1件分の判定(発注点割れなら余剰ロケーションから移動する)
    CHECK-SHORT-RTN SECTION.
        IF RMT_SET(WK_WAREHOUSE WK_BIN WK_SHELF) NOT = "Y"
            THEN
                GO TO CHECK-SHORT-EXIT
        END-IF.
        IF WORK_ITEM_1(WK_WAREHOUSE WK_BIN WK_SHELF)
                NOT < RMT_MIN_QTY(WK_WAREHOUSE WK_BIN WK_SHELF)
            THEN
                GO TO CHECK-SHORT-EXIT
        END-IF.
        ADD 1 TO WK_SHORT_CNT.
        COMPUTE WK_NEED_QTY = RMT_MAX_QTY(WK_WAREHOUSE WK_BIN WK_SHELF)
            - WORK_ITEM_1(WK_WAREHOUSE WK_BIN WK_SHELF).
        MOVE LOCPRD_HINBAN(WK_WAREHOUSE WK_BIN WK_SHELF) TO WK_HINBAN.
        MOVE ZERO TO WK_COVERED_QTY.
        MOVE WK_WAREHOUSE TO RPS_WAREHOUSE.
        MOVE WK_BIN TO RPS_BIN.
        MOVE WK_SHELF TO RPS_SHELF.
        MOVE WK_HINBAN TO RPS_HINBAN.
        MOVE WORK_ITEM_1(WK_WAREHOUSE WK_BIN WK_SHELF) TO RPS_ON_HAND.
        MOVE RMT_MIN_QTY(WK_WAREHOUSE WK_BIN WK_SHELF) TO RPS_MIN.
        MOVE RMT_MAX_QTY(WK_WAREHOUSE WK_BIN WK_SHELF) TO RPS_MAX.
        MOVE WK_NEED_QTY TO RPS_NEED.
        WRITE PRINT_RECORD FROM RPL_SHORT_LINE AFTER 2 LINE.
*>品番が決まっていないロケーションは移動元を探せないので全量を購買へ回す
*>1回目は他倉庫、2回目は同じ倉庫の余剰ロケーションから移動する
        IF WK_HINBAN NOT = ZERO
            THEN
                PERFORM VARYING WK_PASS FROM 1 BY 1 UNTIL WK_PASS > 2
                    PERFORM VARYING WK_FROM_WAREHOUSE FROM 1 BY 1
                            UNTIL WK_FROM_WAREHOUSE > 2
                        PERFORM VARYING WK_FROM_BIN FROM 1 BY 1
                                UNTIL WK_FROM_BIN > 2
                            PERFORM VARYING WK_FROM_SHELF FROM 1 BY 1
                                    UNTIL WK_FROM_SHELF > 3
                                PERFORM FIND-SURPLUS-RTN
                            END-PERFORM
                        END-PERFORM
                    END-PERFORM
                END-PERFORM
        END-IF.
        COMPUTE WK_BUY_QTY = WK_NEED_QTY - WK_COVERED_QTY.
        ADD WK_BUY_QTY TO WK_BUY_TOTAL.
        MOVE WK_COVERED_QTY TO RPR_COVERED.
        MOVE WK_BUY_QTY TO RPR_BUY.
        WRITE PRINT_RECORD FROM RPL_RESULT_LINE AFTER 1 LINE.
    CHECK-SHORT-EXIT.
    *>1-1.移動元候補1件分の判定(同じ品番で余剰があれば不足の残りまで移動する)
    FIND-SURPLUS-RTN SECTION.
        IF WK_COVERED_QTY NOT < WK_NEED_QTY
            THEN
                GO TO FIND-SURPLUS-EXIT
        END-IF.
        IF WK_PASS = 1 AND WK_FROM_WAREHOUSE = WK_WAREHOUSE
            THEN
                GO TO FIND-SURPLUS-EXIT
        END-IF.
        IF WK_PASS = 2 AND WK_FROM_WAREHOUSE NOT = WK_WAREHOUSE
            THEN
                GO TO FIND-SURPLUS-EXIT
        END-IF.
        IF LOCPRD_HINBAN(WK_FROM_WAREHOUSE WK_FROM_BIN WK_FROM_SHELF)
                NOT = WK_HINBAN
            THEN
                GO TO FIND-SURPLUS-EXIT
        END-IF.
        IF SPL_QTY(WK_FROM_WAREHOUSE WK_FROM_BIN WK_FROM_SHELF) = ZERO
            THEN
                GO TO FIND-SURPLUS-EXIT
        END-IF.
        COMPUTE WK_TRANSFER_QTY = WK_NEED_QTY - WK_COVERED_QTY.
        IF WK_TRANSFER_QTY >
                SPL_QTY(WK_FROM_WAREHOUSE WK_FROM_BIN WK_FROM_SHELF)
            THEN
                MOVE SPL_QTY(WK_FROM_WAREHOUSE WK_FROM_BIN WK_FROM_SHELF)
                    TO WK_TRANSFER_QTY
        END-IF.
        SUBTRACT WK_TRANSFER_QTY FROM
            SPL_QTY(WK_FROM_WAREHOUSE WK_FROM_BIN WK_FROM_SHELF).
        ADD WK_TRANSFER_QTY TO WK_COVERED_QTY.
        PERFORM WRITE-TRANSFER-RTN.
    FIND-SURPLUS-EXIT.
    *>1-2.移動("T")と移動提案の書き出し、提案一覧への印字
    WRITE-TRANSFER-RTN SECTION.
*>ロットは指定しない(APPLICATION_43_STOCK_MOVESが期限の近い順に払い出す)
        MOVE SPACE TO MOVEMENT_RECORD.
        MOVE "T" TO MOVE_TYPE.
        MOVE WK_FROM_WAREHOUSE TO MOVE_WAREHOUSE.
        MOVE WK_FROM_BIN TO MOVE_BIN.
        MOVE WK_FROM_SHELF TO MOVE_SHELF.
        MOVE WK_TRANSFER_QTY TO MOVE_QTY.
        MOVE WK_WAREHOUSE TO MOVE_TO_WAREHOUSE.
        MOVE WK_BIN TO MOVE_TO_BIN.
        MOVE WK_SHELF TO MOVE_TO_SHELF.
        WRITE MOVEMENT_RECORD.
        MOVE SPACE TO TRANSFER_PLAN_RECORD.
        MOVE WK_TODAY TO TPL_DATE.
        MOVE WK_WAREHOUSE TO TPL_TO_WAREHOUSE.
        MOVE WK_BIN TO TPL_TO_BIN.
        MOVE WK_SHELF TO TPL_TO_SHELF.
        MOVE WK_HINBAN TO TPL_HINBAN.
        MOVE WK_TRANSFER_QTY TO TPL_QTY.
        MOVE WK_FROM_WAREHOUSE TO TPL_FROM_WAREHOUSE.
        MOVE WK_FROM_BIN TO TPL_FROM_BIN.
        MOVE WK_FROM_SHELF TO TPL_FROM_SHELF.
        WRITE TRANSFER_PLAN_RECORD.
        MOVE WK_FROM_WAREHOUSE TO RPT_WAREHOUSE.
        MOVE WK_FROM_BIN TO RPT_BIN.
        MOVE WK_FROM_SHELF TO RPT_SHELF.
        MOVE WK_TRANSFER_QTY TO RPT_QTY.
        WRITE PRINT_RECORD FROM RPL_TRANSFER_LINE AFTER 1 LINE.
        ADD 1 TO WK_TRANSFER_CNT.
        ADD WK_TRANSFER_QTY TO WK_TRANSFER_TOTAL.
    WRITE-TRANSFER-EXIT.
    *>2.在庫ポジションの読み込み
    LOAD-INVENTORY-RTN SECTION.
        MOVE ZERO TO WORK_ITEM.
        OPEN INPUT INVENTORY_POSITION_FILE.
        IF INV_FILE_STATUS = "00"
            THEN
                PERFORM UNTIL INV_FILE_STATUS NOT = "00"
                    READ INVENTORY_POSITION_FILE
                        AT END
                            CONTINUE
                        NOT AT END
                            MOVE INV_QTY TO WORK_ITEM_1
                                (INV_WAREHOUSE INV_BIN INV_SHELF)
                    END-READ
                END-PERFORM
                CLOSE INVENTORY_POSITION_FILE
        END-IF.
    LOAD-INVENTORY-EXIT.
    *>3.ロケーション→品番の読み込み
    LOAD-LOCPRD-RTN SECTION.
        MOVE ZERO TO LOCPRD_TBL_AREA.
        OPEN INPUT LOCATION_PRODUCT_FILE.
        IF LOCATION_PRODUCT_STATUS = "00"
            THEN
                PERFORM UNTIL LOCATION_PRODUCT_STATUS NOT = "00"
                    READ LOCATION_PRODUCT_FILE
                        AT END
                            CONTINUE
                        NOT AT END
                            IF LP_WAREHOUSE >= 1 AND LP_WAREHOUSE <= 2
                                    AND LP_BIN >= 1 AND LP_BIN <= 2
                                    AND LP_SHELF >= 1 AND LP_SHELF <= 3
                                THEN
                                    MOVE LP_HINBAN TO LOCPRD_HINBAN
                                        (LP_WAREHOUSE LP_BIN LP_SHELF)
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE LOCATION_PRODUCT_FILE
            ELSE
                DISPLAY "LOCATION PRODUCT FILE NOT FOUND."
        END-IF.
    LOAD-LOCPRD-EXIT.
    *>4.QC保留数量の読み込み(状態H/Q/Vは移動元の余剰に数えない)
    LOAD-QC-HOLD-RTN SECTION.
        MOVE ZERO TO HELD_TBL_AREA.
        OPEN INPUT QC_HOLD_FILE.
        IF QC_HOLD_STATUS NOT = "00"
            THEN
                GO TO LOAD-QC-HOLD-EXIT
        END-IF.
        PERFORM UNTIL QC_HOLD_STATUS NOT = "00"
            READ QC_HOLD_FILE
                AT END
                    CONTINUE
                NOT AT END
                    IF (QCH_STATUS = "H" OR "Q" OR "V")
                            AND QCH_WAREHOUSE >= 1 AND QCH_WAREHOUSE <= 2
                            AND QCH_BIN >= 1 AND QCH_BIN <= 2
                            AND QCH_SHELF >= 1 AND QCH_SHELF <= 3
                        THEN
                            ADD QCH_QTY TO HLD_QTY
                                (QCH_WAREHOUSE QCH_BIN QCH_SHELF)
                    END-IF
            END-READ
        END-PERFORM.
        CLOSE QC_HOLD_FILE.
    LOAD-QC-HOLD-EXIT.
    *>5.発注点マスターの読み込みと余剰数量の計算
    LOAD-REORDER-RTN SECTION.
        MOVE SPACE TO REORDER_TBL_AREA.
        MOVE ZERO TO SURPLUS_TBL_AREA.
        OPEN INPUT REORDER_MASTER_FILE.
        IF REORDER_MASTER_STATUS NOT = "00"
            THEN
                DISPLAY "REORDER MASTER NOT FOUND. NO TRANSFER PROPOSED."
                MOVE 16 TO RETURN-CODE
                STOP RUN
        END-IF.
        PERFORM UNTIL REORDER_MASTER_STATUS NOT = "00"
            READ REORDER_MASTER_FILE
                AT END
                    CONTINUE
                NOT AT END
                    IF ROM_WAREHOUSE < 1 OR ROM_WAREHOUSE > 2
                            OR ROM_BIN < 1 OR ROM_BIN > 2
                            OR ROM_SHELF < 1 OR ROM_SHELF > 3
                        THEN
                            DISPLAY "REORDER MASTER LOCATION OUT OF RANGE: "
                                REORDER_MASTER_RECORD
                        ELSE
                            PERFORM SET-REORDER-RTN
                    END-IF
            END-READ
        END-PERFORM.
        CLOSE REORDER_MASTER_FILE.
    LOAD-REORDER-EXIT.
    *>5-1.発注点1件分の登録(手持-保留が最大在庫を超えた分を余剰とする)
    SET-REORDER-RTN SECTION.
        MOVE "Y" TO RMT_SET(ROM_WAREHOUSE ROM_BIN ROM_SHELF).
        MOVE ROM_MIN_QTY TO RMT_MIN_QTY(ROM_WAREHOUSE ROM_BIN ROM_SHELF).
        MOVE ROM_MAX_QTY TO RMT_MAX_QTY(ROM_WAREHOUSE ROM_BIN ROM_SHELF).
        MOVE ZERO TO SPL_QTY(ROM_WAREHOUSE ROM_BIN ROM_SHELF).
        IF WORK_ITEM_1(ROM_WAREHOUSE ROM_BIN ROM_SHELF) >
                HLD_QTY(ROM_WAREHOUSE ROM_BIN ROM_SHELF) + ROM_MAX_QTY
            THEN
                COMPUTE SPL_QTY(ROM_WAREHOUSE ROM_BIN ROM_SHELF) =
                    WORK_ITEM_1(ROM_WAREHOUSE ROM_BIN ROM_SHELF)
                    - HLD_QTY(ROM_WAREHOUSE ROM_BIN ROM_SHELF)
                    - ROM_MAX_QTY
        END-IF.
    SET-REORDER-EXIT.
*>Movements.txtへ追記する1行 = 種別"T" 移動元倉庫棚棚段(6) 数量(5) 移動先倉庫棚棚段(6)
*>(ロット・期限は空白)。夜間のAPPLICATION_43_STOCK_MOVESが輸送中にする
*>TransferPlan.txtの1行 = 提案日(8) 移動先倉庫棚棚段(6) 品番(5) 数量(5)
*>移動元倉庫棚棚段(6)。毎回作り直し、APPLICATION_71_PO_GENは当日分だけを使う
*>ReplenishmentProposal.txt = 提案一覧(見出し行は"***"で始まる)
