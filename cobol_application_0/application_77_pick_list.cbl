*>各ピック行は在庫ポジションの残量から古い注文順に引き当てる
*>印字後にピッカーの確認(Y)を受け付けると、対応する"I"(出庫)レコードを
*>Movements.txtへ追記し、出庫済みの注文を受注ファイルから外す
*>品質検査の保留・隔離・返品待ち(QcHold.txtの状態H/Q/V)のロットは
*>ロケーションの残量から除いてから引き当てる(検査前の在庫を出さない)
*>ピック行にはロット別在庫(LotPosition.txt)から賞味期限の早い順にロットを
*>割り付け(保留中のロットは除く。ロットの無い残量は空白ロット)、"I"移動と
*>出庫済み受注へそのロットを載せる(どのロットがどの得意先へ出たかを請求まで
*>つなぎ、APPLICATION_127_LOT_TRACEの回収調査に使う)
IDENTIFICATION DIVISION.
PROGRAM-ID. APPLICATION_77_PICK_LIST.
ENVIRONMENT DIVISION.
            ASSIGN TO "PickedOrders.txt"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS PICKED_ORDER_STATUS.
*>検査保留ファイル(APPLICATION_72_GOODS_RECEIPTが控え、
*>APPLICATION_123_QC_RELEASEが判定する)
        SELECT QC_HOLD_FILE
            ASSIGN TO "QcHold.txt"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS QC_HOLD_STATUS.
*>ロット別在庫ファイル(APPLICATION_43_STOCK_MOVESが維持する。読むだけ)
        SELECT LOT_POSITION_FILE
            ASSIGN TO "LotPosition.txt"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS LOT_POSITION_STATUS.
DATA DIVISION.
    FILE SECTION.
        FD DAILY_ORDER_FILE.
            05 ORD_QTY PIC 9(05).
            05 FILLER PIC X(01) VALUE SPACE.
            05 ORD_CUSTOMER PIC X(05).
            05 FILLER PIC X(01) VALUE SPACE.
            05 ORD_ORDER_NO PIC 9(06).
            05 FILLER PIC X(01) VALUE SPACE.
            05 ORD_LINE_NO PIC 9(02).
        FD INVENTORY_POSITION_FILE.
        01 INVENTORY_POSITION_RECORD.
            05 INV_WAREHOUSE PIC 9(02).
            05 PKO_WAREHOUSE PIC 9(02).
            05 FILLER PIC X(01) VALUE SPACE.
            05 PKO_QTY PIC 9(05).
            05 FILLER PIC X(01) VALUE SPACE.
            05 PKO_LOT PIC X(06).
            05 FILLER PIC X(01) VALUE SPACE.
            05 PKO_ORDER_NO PIC 9(06).
            05 FILLER PIC X(01) VALUE SPACE.
            05 PKO_LINE_NO PIC 9(02).
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
            05 FILLER PIC X(06).
        FD LOT_POSITION_FILE.
        01 LOT_POSITION_RECORD.
            05 LOTP_WAREHOUSE PIC 9(02).
            05 LOTP_BIN PIC 9(02).
            05 LOTP_SHELF PIC 9(02).
            05 FILLER PIC X(01).
            05 LOTP_LOT PIC X(06).
            05 FILLER PIC X(01).
            05 LOTP_EXPIRY PIC X(08).
            05 FILLER PIC X(01).
            05 LOTP_QTY PIC 9(05).
    WORKING-STORAGE SECTION.
        01 DAILY_ORDER_STATUS PIC XX.
        01 INV_FILE_STATUS PIC XX.
        01 MOVEMENT_STATUS PIC XX.
        01 PICKED_ORDER_STATUS PIC XX.
        01 QC_HOLD_STATUS PIC XX.
        01 LOT_POSITION_STATUS PIC XX.
        01 WK_HELD_QTY PIC 9(07) VALUE ZERO.
        01 WK_PICKED_QTY PIC 9(05).
*>多次元配列(倉庫×棚×棚段)。APPLICATION_9_MULTI_ARRAY_PERと同じ持ち方
        01 WORK_ITEM.
                10 OTB_QTY PIC 9(05).
                10 OTB_REMAIN PIC 9(05).
                10 OTB_CUSTOMER PIC X(05).
                10 OTB_ORDER_NO PIC 9(06).
                10 OTB_LINE_NO PIC 9(02).
*>ピック行テーブル(歩行順に生成される。確認後に"I"移動として書き出す)
        01 PICK_TBL_MASTER.
            05 PICK_TBL_SIZE PIC 9(03) VALUE ZERO.
                10 PKT_SHELF PIC 9(02).
                10 PKT_HINBAN PIC 9(05).
                10 PKT_QTY PIC 9(05).
                10 PKT_ORD_SUB PIC 9(03).
                10 PKT_LOT PIC X(06).
                10 PKT_EXPIRY PIC X(08).
*>ロット別在庫テーブル(保留中のロットは積まない。割り付けた分を減らす)
        01 LOT_TBL_MASTER.
            05 LOT_TBL_SIZE PIC 9(03) VALUE ZERO.
            05 LOT_TBL OCCURS 0 TO 300
                DEPENDING ON LOT_TBL_SIZE
                INDEXED BY LOT_IDX.
                10 LTB_WAREHOUSE PIC 9(02).
                10 LTB_BIN PIC 9(02).
                10 LTB_SHELF PIC 9(02).
                10 LTB_LOT PIC X(06).
                10 LTB_EXPIRY PIC X(08).
                10 LTB_QTY PIC 9(05).
*>保留中のロット(ロケーション×ロット)
        01 HLD_TBL_MASTER.
            05 HLD_TBL_SIZE PIC 9(03) VALUE ZERO.
            05 HLD_TBL OCCURS 0 TO 300
                DEPENDING ON HLD_TBL_SIZE
                INDEXED BY HLD_IDX.
                10 HLT_WAREHOUSE PIC 9(02).
                10 HLT_BIN PIC 9(02).
                10 HLT_SHELF PIC 9(02).
                10 HLT_LOT PIC X(06).
        01 WK_LOT_SUB PIC 9(03).
        01 WK_FEFO_SUB PIC 9(03).
        01 WK_LOT_REMAIN PIC 9(05).
        01 WK_LOT_TAKE PIC 9(05).
        01 WK_PICK_SUB2 PIC 9(03).
        01 SW_LOT_HELD PIC X(01).
        01 SW_WRITTEN PIC X(01).
        01 CNT_WH PIC 9(02).
        01 CNT_BIN PIC 9(02).
        01 CNT_SHELF PIC 9(02).
            05 DET_HINBAN PIC 9(05).
            05 PIC X(06) VALUE " PICK=".
            05 DET_QTY PIC ZZZZ9.
            05 PIC X(05) VALUE " LOT ".
            05 DET_LOT PIC X(06).
            05 PIC X(06) VALUE SPACE.
        01 PICK_SHORT_LINE.
            05 PIC X(16) VALUE "** UNFILLED ** ".
            05 SHT_DATE PIC 9(08).
        IF ORD_TBL_SIZE = ZERO
            THEN
                DISPLAY "NO OPEN ORDERS TO PICK."
                GOBACK
        END-IF.
        PERFORM LOAD-INVENTORY-RTN.
        PERFORM LOAD-QC-HOLD-RTN.
        PERFORM LOAD-LOT-RTN.
    *>主処理(倉庫→棚→棚段の歩行順に引き当ててピック行を作る)
        PERFORM VARYING CNT_WH FROM 1 BY 1 UNTIL CNT_WH > 2
            PERFORM VARYING CNT_BIN FROM 1 BY 1 UNTIL CNT_BIN > 2
            ELSE
                DISPLAY "NOTHING COULD BE ALLOCATED."
        END-IF.
        GOBACK.
    PICK_LIST_EXIT.
    *>1.ロケーション1件分の引き当て(古い注文から残量の許す限り割り付ける)
    ALLOCATE-LOCATION-RTN SECTION.
            END-IF
        END-PERFORM.
    ALLOCATE-LOCATION-EXIT.
    *>1-1.ピック行の追加(賞味期限の早いロットから割り付け、ロットごとに1行)
    ADD-PICK-LINE-RTN SECTION.
        MOVE WK_TAKE_QTY TO WK_LOT_REMAIN.
        PERFORM UNTIL WK_LOT_REMAIN = ZERO
            IF PICK_TBL_SIZE >= 300
                THEN
                    DISPLAY "PICK TABLE FULL. LINE DROPPED."
                    GO TO ADD-PICK-LINE-EXIT
            END-IF
            PERFORM FEFO-LOT-RTN
            ADD 1 TO PICK_TBL_SIZE
            SET PICK_IDX TO PICK_TBL_SIZE
            MOVE CNT_WH TO PKT_WAREHOUSE(PICK_IDX)
            MOVE CNT_BIN TO PKT_BIN(PICK_IDX)
            MOVE CNT_SHELF TO PKT_SHELF(PICK_IDX)
            MOVE OTB_HINBAN(WK_ORD_SUB) TO PKT_HINBAN(PICK_IDX)
            MOVE WK_ORD_SUB TO PKT_ORD_SUB(PICK_IDX)
*>ロットの無い残量(ロット管理外の在庫)は空白ロットでまとめて1行
            IF WK_FEFO_SUB = ZERO
                THEN
                    MOVE WK_LOT_REMAIN TO WK_LOT_TAKE
                    MOVE SPACES TO PKT_LOT(PICK_IDX) PKT_EXPIRY(PICK_IDX)
                ELSE
                    IF LTB_QTY(WK_FEFO_SUB) < WK_LOT_REMAIN
                        THEN
                            MOVE LTB_QTY(WK_FEFO_SUB) TO WK_LOT_TAKE
                        ELSE
                            MOVE WK_LOT_REMAIN TO WK_LOT_TAKE
                    END-IF
                    SUBTRACT WK_LOT_TAKE FROM LTB_QTY(WK_FEFO_SUB)
                    MOVE LTB_LOT(WK_FEFO_SUB) TO PKT_LOT(PICK_IDX)
                    MOVE LTB_EXPIRY(WK_FEFO_SUB) TO PKT_EXPIRY(PICK_IDX)
            END-IF
            MOVE WK_LOT_TAKE TO PKT_QTY(PICK_IDX)
            SUBTRACT WK_LOT_TAKE FROM WK_LOT_REMAIN
        END-PERFORM.
    ADD-PICK-LINE-EXIT.
    *>1-2.FEFOのロット候補(ロケーション内で賞味期限が最も早い残量ありロット)
    FEFO-LOT-RTN SECTION.
        MOVE ZERO TO WK_FEFO_SUB.
        PERFORM VARYING WK_LOT_SUB FROM 1 BY 1
                UNTIL WK_LOT_SUB > LOT_TBL_SIZE
            IF LTB_WAREHOUSE(WK_LOT_SUB) = CNT_WH
                    AND LTB_BIN(WK_LOT_SUB) = CNT_BIN
                    AND LTB_SHELF(WK_LOT_SUB) = CNT_SHELF
                    AND LTB_QTY(WK_LOT_SUB) > ZERO
                THEN
                    IF WK_FEFO_SUB = ZERO
                            OR LTB_EXPIRY(WK_LOT_SUB)
                                < LTB_EXPIRY(WK_FEFO_SUB)
                        THEN
                            MOVE WK_LOT_SUB TO WK_FEFO_SUB
                    END-IF
            END-IF
        END-PERFORM.
    FEFO-LOT-EXIT.
    *>2.ピッキングリストの印字(倉庫ブレイクで見出し、引き当て残は不足明細)
    PRINT-PICK-LIST-RTN SECTION.
        OPEN OUTPUT PICK_LIST_FILE.
                        MOVE PKT_SHELF(WK_PICK_SUB) TO DET_SHELF
                        MOVE PKT_HINBAN(WK_PICK_SUB) TO DET_HINBAN
                        MOVE PKT_QTY(WK_PICK_SUB) TO DET_QTY
                        MOVE PKT_LOT(WK_PICK_SUB) TO DET_LOT
                        WRITE PICK_LIST_RECORD FROM PICK_DETAIL_LINE
                END-IF
            END-PERFORM
            MOVE PKT_SHELF(WK_PICK_SUB) TO MOVE_SHELF
            MOVE PKT_QTY(WK_PICK_SUB) TO MOVE_QTY
            MOVE ZERO TO MOVE_TO_WAREHOUSE MOVE_TO_BIN MOVE_TO_SHELF
            MOVE PKT_LOT(WK_PICK_SUB) TO MOVE_LOT
            MOVE PKT_EXPIRY(WK_PICK_SUB) TO MOVE_EXPIRY
            WRITE MOVEMENT_RECORD
        END-PERFORM.
        CLOSE MOVEMENT_FILE.
        DISPLAY "ISSUE MOVEMENTS WRITTEN: " PICK_TBL_SIZE.
    WRITE-ISSUES-EXIT.
    *>3-1.出庫済み受注の追記(ピックできた数量を得意先つきで請求へ回す。
    *>注文×ロットごとに1行。同じ注文・同じロットのピック行は合算する)
    WRITE-PICKED-RTN SECTION.
        OPEN EXTEND PICKED_ORDER_FILE.
        IF PICKED_ORDER_STATUS NOT = "00"
            THEN
                OPEN OUTPUT PICKED_ORDER_FILE
        END-IF.
        PERFORM VARYING WK_PICK_SUB FROM 1 BY 1
                UNTIL WK_PICK_SUB > PICK_TBL_SIZE
            MOVE "N" TO SW_WRITTEN
            PERFORM VARYING WK_PICK_SUB2 FROM 1 BY 1
                    UNTIL WK_PICK_SUB2 >= WK_PICK_SUB
                IF PKT_ORD_SUB(WK_PICK_SUB2) = PKT_ORD_SUB(WK_PICK_SUB)
                        AND PKT_LOT(WK_PICK_SUB2) = PKT_LOT(WK_PICK_SUB)
                    THEN
                        MOVE "Y" TO SW_WRITTEN
                END-IF
            END-PERFORM
            IF SW_WRITTEN = "N"
                THEN
                    PERFORM WRITE-PICKED-LINE-RTN
            END-IF
        END-PERFORM.
        CLOSE PICKED_ORDER_FILE.
    WRITE-PICKED-EXIT.
    *>3-1-1.出庫済み受注1行の書き出し(以降の同じ注文・同じロットを合算する)
    WRITE-PICKED-LINE-RTN SECTION.
        MOVE ZERO TO WK_PICKED_QTY.
        PERFORM VARYING WK_PICK_SUB2 FROM WK_PICK_SUB BY 1
                UNTIL WK_PICK_SUB2 > PICK_TBL_SIZE
            IF PKT_ORD_SUB(WK_PICK_SUB2) = PKT_ORD_SUB(WK_PICK_SUB)
                    AND PKT_LOT(WK_PICK_SUB2) = PKT_LOT(WK_PICK_SUB)
                THEN
                    ADD PKT_QTY(WK_PICK_SUB2) TO WK_PICKED_QTY
            END-IF
        END-PERFORM.
        MOVE PKT_ORD_SUB(WK_PICK_SUB) TO WK_ORD_SUB.
        MOVE SPACE TO PICKED_ORDER_RECORD.
        MOVE OTB_DATE(WK_ORD_SUB) TO PKO_DATE.
        MOVE OTB_CUSTOMER(WK_ORD_SUB) TO PKO_CUSTOMER.
        MOVE OTB_HINBAN(WK_ORD_SUB) TO PKO_HINBAN.
        MOVE OTB_WAREHOUSE(WK_ORD_SUB) TO PKO_WAREHOUSE.
        MOVE WK_PICKED_QTY TO PKO_QTY.
        MOVE PKT_LOT(WK_PICK_SUB) TO PKO_LOT.
        MOVE OTB_ORDER_NO(WK_ORD_SUB) TO PKO_ORDER_NO.
        MOVE OTB_LINE_NO(WK_ORD_SUB) TO PKO_LINE_NO.
        WRITE PICKED_ORDER_RECORD.
    WRITE-PICKED-LINE-EXIT.
    *>4.受注ファイルの読み込み(追記順のまま=古い順)
    LOAD-ORDERS-RTN SECTION.
        OPEN INPUT DAILY_ORDER_FILE.
                                    MOVE ORD_QTY TO OTB_REMAIN(ORD_IDX)
                                    MOVE ORD_CUSTOMER
                                        TO OTB_CUSTOMER(ORD_IDX)
*>受注番号の無い旧形式の行は受注番号0として扱う
                                    IF ORD_ORDER_NO IS NUMERIC
                                            AND ORD_LINE_NO IS NUMERIC
                                        THEN
                                            MOVE ORD_ORDER_NO
                                                TO OTB_ORDER_NO(ORD_IDX)
                                            MOVE ORD_LINE_NO
                                                TO OTB_LINE_NO(ORD_IDX)
                                        ELSE
                                            MOVE ZERO
                                                TO OTB_ORDER_NO(ORD_IDX)
                                                   OTB_LINE_NO(ORD_IDX)
                                    END-IF
                            END-IF
                    END-READ
                END-PERFORM
                    MOVE OTB_WAREHOUSE(WK_ORD_SUB) TO ORD_WAREHOUSE
                    MOVE OTB_REMAIN(WK_ORD_SUB) TO ORD_QTY
                    MOVE OTB_CUSTOMER(WK_ORD_SUB) TO ORD_CUSTOMER
                    MOVE OTB_ORDER_NO(WK_ORD_SUB) TO ORD_ORDER_NO
                    MOVE OTB_LINE_NO(WK_ORD_SUB) TO ORD_LINE_NO
                    WRITE DAILY_ORDER_RECORD
            END-IF
        END-PERFORM.
                DISPLAY "INVENTORY POSITION FILE NOT FOUND."
        END-IF.
    LOAD-INVENTORY-EXIT.
    *>7.検査保留の除外(保留・隔離・返品待ちの数量をロケーションの残量から引く。
    *>マイナスは0で止める)
    LOAD-QC-HOLD-RTN SECTION.
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
                            ADD QCH_QTY TO WK_HELD_QTY
                            IF QCH_LOT NOT = SPACES AND HLD_TBL_SIZE < 300
                                THEN
                                    ADD 1 TO HLD_TBL_SIZE
                                    SET HLD_IDX TO HLD_TBL_SIZE
                                    MOVE QCH_WAREHOUSE
                                        TO HLT_WAREHOUSE(HLD_IDX)
                                    MOVE QCH_BIN TO HLT_BIN(HLD_IDX)
                                    MOVE QCH_SHELF TO HLT_SHELF(HLD_IDX)
                                    MOVE QCH_LOT TO HLT_LOT(HLD_IDX)
                            END-IF
                            IF WORK_ITEM_1(QCH_WAREHOUSE QCH_BIN QCH_SHELF)
                                    > QCH_QTY
                                THEN
                                    SUBTRACT QCH_QTY FROM WORK_ITEM_1
                                        (QCH_WAREHOUSE QCH_BIN QCH_SHELF)
                                ELSE
                                    MOVE ZERO TO WORK_ITEM_1
                                        (QCH_WAREHOUSE QCH_BIN QCH_SHELF)
                            END-IF
                    END-IF
            END-READ
        END-PERFORM.
        CLOSE QC_HOLD_FILE.
        IF WK_HELD_QTY > ZERO
            THEN
                DISPLAY "QTY ON QC HOLD EXCLUDED: " WK_HELD_QTY
        END-IF.
    LOAD-QC-HOLD-EXIT.
    *>8.ロット別在庫の読み込み(保留中のロットは割り付け候補にしない。
    *>無ければ全量を空白ロットで出す)
    LOAD-LOT-RTN SECTION.
        OPEN INPUT LOT_POSITION_FILE.
        IF LOT_POSITION_STATUS NOT = "00"
            THEN
                GO TO LOAD-LOT-EXIT
        END-IF.
        PERFORM UNTIL LOT_POSITION_STATUS NOT = "00"
            READ LOT_POSITION_FILE
                AT END
                    CONTINUE
                NOT AT END
                    PERFORM CHECK-HELD-LOT-RTN
                    IF SW_LOT_HELD NOT = "1" AND LOTP_QTY > ZERO
                            AND LOT_TBL_SIZE < 300
                        THEN
                            ADD 1 TO LOT_TBL_SIZE
                            SET LOT_IDX TO LOT_TBL_SIZE
                            MOVE LOTP_WAREHOUSE TO LTB_WAREHOUSE(LOT_IDX)
                            MOVE LOTP_BIN TO LTB_BIN(LOT_IDX)
                            MOVE LOTP_SHELF TO LTB_SHELF(LOT_IDX)
                            MOVE LOTP_LOT TO LTB_LOT(LOT_IDX)
                            MOVE LOTP_EXPIRY TO LTB_EXPIRY(LOT_IDX)
                            MOVE LOTP_QTY TO LTB_QTY(LOT_IDX)
                    END-IF
            END-READ
        END-PERFORM.
        CLOSE LOT_POSITION_FILE.
    LOAD-LOT-EXIT.
    *>8-1.読み込んだロットが保留中かの確認
    CHECK-HELD-LOT-RTN SECTION.
        MOVE SPACE TO SW_LOT_HELD.
        SET HLD_IDX TO 1.
        SEARCH HLD_TBL
            AT END
                CONTINUE
            WHEN HLT_WAREHOUSE(HLD_IDX) = LOTP_WAREHOUSE
                    AND HLT_BIN(HLD_IDX) = LOTP_BIN
                    AND HLT_SHELF(HLD_IDX) = LOTP_SHELF
                    AND HLT_LOT(HLD_IDX) = LOTP_LOT
                MOVE "1" TO SW_LOT_HELD
        END-SEARCH.
    CHECK-HELD-LOT-EXIT.
*>在庫ポジション自体はここでは更新しない(実際の引き落としは確認後に書いた
*>"I"移動を夜間のAPPLICATION_43_STOCK_MOVESが反映する)
*>確認(Y)しなかった場合は受注・移動とも変更されない(翌晩に再生成できる)
*>引き当てきれなかった注文は残量つきでDailyOrders.txtへ持ち越される
*>PickedOrders.txtの1行 = 受注日(8) 得意先(5) 品番(5) 倉庫(2) 出庫数量(5) ロット(6)
*>                        受注番号(6) 行番号(2)(受注ファイルの行から引き継ぐ。請求の単位になる)
*>(1つの注文が複数ロットから出た場合はロットごとに1行。空白=ロット管理外)
*>行末の出荷番号(6)は出荷(APPLICATION_172_SHIPPING)が書き込む(このプログラムは空白で書く)
*>QcHold.txtの状態H(保留)/Q(隔離)/V(返品待ち)の数量はピック対象にしない
*>メインメニュー(APPLICATION_165_MAIN_MENU)からCALLされるため、終了はSTOP RUNではなく
*>GOBACKでメニューへ戻る(単独で起動したときはSTOP RUNと同じ)
