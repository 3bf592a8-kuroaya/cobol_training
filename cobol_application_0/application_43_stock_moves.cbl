*>在庫がマイナスになる移動と位置が範囲外の移動はMovementReject.txtへ退避し、
*>反映した移動はすべてMovementJournal.txtへ追記する(手修正による紛失を防ぐ)
*>多次元配列(倉庫2×棚2×棚段3)の持ち方はAPPLICATION_9_MULTI_ARRAY_PERと同じ
*>仕入先への返品(V)は返品入力(APPLICATION_120_VENDOR_RETURN)が書く移動で、
*>出庫と同じく在庫とロットから引くが、販売の出庫ではないため引当は解消しない
*>出庫(I)のFEFO提案は品質検査の保留・隔離・返品待ち(QcHold.txtの状態H/Q/V)の
*>ロットを候補にしない(検査前・不合格のロットを出荷させない)
*>ロケーション収容能力マスタ(LocationCapacity.txt)に上限がある棚へは、入庫(R)と
*>棚間移動(T)の移動先で上限を超える移動を"CAPACITY EXCEEDED"でリジェクトする
*>組立作業指示(APPLICATION_126_KIT_ASSEMBLY)は見出し(W:数量欄=後続の行数、
*>ロット欄=作業指示番号)に続く出庫(I)/入庫(R)の組を書く。組は全行を先に
*>検査し、1行でも反映できなければ組全体をリジェクトする(部品の出庫と
*>完成品の入庫を片方だけ反映しない)。組の出庫は販売の出庫ではないため
*>引当は解消しない
IDENTIFICATION DIVISION.
PROGRAM-ID. APPLICATION_43_STOCK_MOVES.
ENVIRONMENT DIVISION.
            ASSIGN TO "PeriodStatus.txt"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS PERIOD_STATUS_STATUS.
*>検査保留ファイル(APPLICATION_72_GOODS_RECEIPTが控え、
*>APPLICATION_123_QC_RELEASEが判定する。読むだけで更新しない)
        SELECT QC_HOLD_FILE
            ASSIGN TO "QcHold.txt"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS QC_HOLD_STATUS.
*>ロケーション収容能力マスタ(最大数量0または登録なし=上限なし)
        SELECT LOCATION_CAPACITY_FILE
            ASSIGN TO "LocationCapacity.txt"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS LOCATION_CAPACITY_STATUS.
DATA DIVISION.
    FILE SECTION.
        FD INVENTORY_POSITION_FILE.
            05 INV_BIN PIC 9(02).
            05 INV_SHELF PIC 9(02).
            05 INV_QTY PIC 9(05).
*>移動トランザクション(R=入庫 I=出庫 T=棚間移動 V=仕入先返品。移動先はTのみ使用)
*>末尾のロット番号と賞味期限は回収・期限管理用(旧レコードは空白=ロット管理外)
        FD MOVEMENT_FILE.
        01 MOVEMENT_RECORD.
            05 RSV_WAREHOUSE PIC 9(02).
            05 FILLER PIC X(01) VALUE SPACE.
            05 RSV_QTY PIC 9(05).
            05 FILLER PIC X(01) VALUE SPACE.
            05 RSV_ORDER_NO PIC 9(06).
            05 FILLER PIC X(01) VALUE SPACE.
            05 RSV_LINE_NO PIC 9(02).
        FD IN_TRANSIT_FILE.
        01 IN_TRANSIT_RECORD.
            05 TRN_DATE PIC 9(08).
            05 PS_PERIOD PIC 9(06).
            05 FILLER PIC X(01).
            05 PS_FLAG PIC X(01).
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
        FD LOCATION_CAPACITY_FILE.
        01 LOCATION_CAPACITY_RECORD.
            05 LC_WAREHOUSE PIC 9(02).
            05 LC_BIN PIC 9(02).
            05 LC_SHELF PIC 9(02).
            05 FILLER PIC X(01).
            05 LC_MAX_QTY PIC 9(05).
            05 FILLER PIC X(01).
            05 LC_CLASS PIC X(02).
    WORKING-STORAGE SECTION.
        01 INV_FILE_STATUS PIC XX.
        01 MOVEMENT_STATUS PIC XX.
                10 RVT_HINBAN PIC 9(05).
                10 RVT_WAREHOUSE PIC 9(02).
                10 RVT_QTY PIC 9(05).
                10 RVT_ORDER_NO PIC 9(06).
                10 RVT_LINE_NO PIC 9(02).
        01 WK_RSV_SUB PIC 9(03).
        01 WK_RELIEVE_QTY PIC 9(05).
        01 IN_TRANSIT_STATUS PIC XX.
        01 IN_TRANSIT_SW PIC X(01) VALUE "N".
            88 IN_TRANSIT_OPENED VALUE "Y".
*>期間締めの検査エリア(処理日の会計期間が"C"なら反映を始めない)
*>処理日は業務日付レジスタ(BUSINESS_DATE)から取る(翌日の流し直しでも
*>本来の営業日で記帳するため。システム時計は使わない)
*>会計期間は業務日付と一緒に会計カレンダーから返される
        01 PERIOD_STATUS_STATUS PIC XX.
        01 WK_RUN_DATE PIC 9(08).
        01 WK_RUN_FISCAL_AREA.
            05 WK_RUN_PERIOD PIC 9(06).
            05 WK_RUN_WEEK PIC 9(02).
            05 WK_RUN_PERIOD_START PIC 9(08).
            05 WK_RUN_PERIOD_END PIC 9(08).
            05 WK_RUN_FOUND PIC X(01).
        01 SW_PERIOD_CLOSED PIC X(01) VALUE SPACE.
        01 QC_HOLD_STATUS PIC XX.
*>検査保留中のロット(ロケーション×ロット。FEFO提案から外す)
        01 HLD_TBL_MASTER.
            05 HLD_TBL_SIZE PIC 9(03) VALUE ZERO.
            05 HLD_TBL OCCURS 0 TO 300
                DEPENDING ON HLD_TBL_SIZE
                INDEXED BY HLD_IDX.
                10 HLT_WAREHOUSE PIC 9(02).
                10 HLT_BIN PIC 9(02).
                10 HLT_SHELF PIC 9(02).
                10 HLT_LOT PIC X(06).
        01 SW_LOT_HELD PIC X(01).
        01 LOCATION_CAPACITY_STATUS PIC XX.
*>ロケーション別の最大数量(在庫ポジションと同じ倉庫×棚×棚段。0=上限なし)
        01 CAP_ITEM.
            03 CAP_DATA_1 OCCURS 2.
            05 CAP_DATA_2 OCCURS 2.
            07 CAP_DATA_3 OCCURS 3.
            09 CAP_MAX_QTY PIC 9(05).
        01 WK_CAP_TOTAL PIC 9(06).
*>組立作業指示の組(見出しWに続く行をまとめて読み、全行検査してから反映する)
        01 GRP_TBL_MASTER.
            05 GRP_TBL_SIZE PIC 9(02) VALUE ZERO.
            05 GRP_TBL OCCURS 0 TO 20
                DEPENDING ON GRP_TBL_SIZE
                INDEXED BY GRP_IDX.
                10 GRT_MOVEMENT PIC X(32).
*>組の検査用の在庫ポジションの写し(検査で引き落としても本体は変えない)
        01 GRP_WORK_ITEM.
            03 GRP_DATA_1 OCCURS 2.
            05 GRP_DATA_2 OCCURS 2.
            07 GRP_DATA_3 OCCURS 3.
            09 GRP_ITEM_1 PIC 9(05).
        01 WK_GROUP_HEADER PIC X(32).
        01 WK_GROUP_CNT PIC 9(05).
        01 WK_GROUP_ORDER PIC X(06).
        01 WK_GROUP_REASON PIC X(30).
        01 WK_FAIL_SUB PIC 9(02).
        01 SW_GROUP_MEMBER PIC X(01) VALUE SPACE.
PROCEDURE DIVISION.
    STOCK_MOVES_RTN SECTION.
    *>初期処理(期間締めの検査、在庫ポジションとロット別在庫の読み込み)
        PERFORM CHECK-PERIOD-RTN.
        IF SW_PERIOD_CLOSED = "1"
            THEN
                DISPLAY "POSTING PERIOD " WK_RUN_PERIOD
                    " IS CLOSED. RUN REFUSED."
                MOVE 16 TO RETURN-CODE
                STOP RUN
        PERFORM LOAD-INVENTORY-RTN.
        PERFORM LOAD-LOT-RTN.
        PERFORM LOAD-RESERVATION-RTN.
        PERFORM LOAD-QC-HOLD-RTN.
        PERFORM LOAD-CAPACITY-RTN.
        OPEN INPUT MOVEMENT_FILE.
        OPEN OUTPUT MOVEMENT_REJECT_FILE.
        OPEN EXTEND MOVEMENT_JOURNAL_FILE.
                AT END
                    DISPLAY "READ END"
                NOT AT END
                    IF MOVE_TYPE = "W"
                        THEN
                            PERFORM APPLY-GROUP-RTN
                        ELSE
                            PERFORM APPLY-MOVEMENT-RTN
                    END-IF
            END-READ
        END-PERFORM.
    *>終了処理(在庫ポジションの書き戻し、ファイルクローズ)
        END-IF.
        EVALUATE MOVE_TYPE
            WHEN "R"
            WHEN "C"
*>入庫(数量を加算し、ロット番号があればロット別在庫へも積む。
*>収容能力を超える入庫はリジェクトする)
*>得意先返品(C)も入庫と同じに戻す(仕入の入荷ではないため別の種別で記帳する)
                COMPUTE WK_CAP_TOTAL = MOVE_QTY
                    + WORK_ITEM_1(MOVE_WAREHOUSE MOVE_BIN MOVE_SHELF)
                IF CAP_MAX_QTY(MOVE_WAREHOUSE MOVE_BIN MOVE_SHELF)
                        > ZERO
                        AND WK_CAP_TOTAL > CAP_MAX_QTY
                            (MOVE_WAREHOUSE MOVE_BIN MOVE_SHELF)
                    THEN
                        MOVE "CAPACITY EXCEEDED" TO WK_REJECT_REASON
                        PERFORM WRITE-REJECT-RTN
                    ELSE
                        ADD MOVE_QTY TO
                            WORK_ITEM_1(MOVE_WAREHOUSE MOVE_BIN MOVE_SHELF)
                        PERFORM LOT-RECEIPT-RTN
                        PERFORM WRITE-JOURNAL-RTN
                END-IF
            WHEN "I"
*>出庫(マイナス在庫となる出庫はリジェクトする。ロット未指定の出庫には
*>賞味期限の早いロットをFEFOで提案し、そのロットから引き落とす)
                            WORK_ITEM_1
                                (MOVE_WAREHOUSE MOVE_BIN MOVE_SHELF)
                        PERFORM LOT-ISSUE-RTN
                        IF SW_GROUP_MEMBER NOT = "Y"
                            THEN
                                PERFORM RELIEVE-RESERVATION-RTN
                        END-IF
                        PERFORM WRITE-JOURNAL-RTN
                END-IF
            WHEN "V"
*>仕入先返品(出庫と同じ残量検査とロット引き落とし。引当は解消しない)
                IF WORK_ITEM_1(MOVE_WAREHOUSE MOVE_BIN MOVE_SHELF)
                        < MOVE_QTY
                    THEN
                        MOVE "INSUFFICIENT QUANTITY" TO WK_REJECT_REASON
                        PERFORM WRITE-REJECT-RTN
                    ELSE
                        SUBTRACT MOVE_QTY FROM
                            WORK_ITEM_1
                                (MOVE_WAREHOUSE MOVE_BIN MOVE_SHELF)
                        PERFORM LOT-ISSUE-RTN
                        PERFORM WRITE-JOURNAL-RTN
                END-IF
            WHEN "T"
                            TO WK_REJECT_REASON
                        PERFORM WRITE-REJECT-RTN
                    ELSE
*>移動先の収容能力は、移動先の現在数量+移動数量で判定する
                        COMPUTE WK_CAP_TOTAL = MOVE_QTY
                            + WORK_ITEM_1(MOVE_TO_WAREHOUSE
                                MOVE_TO_BIN MOVE_TO_SHELF)
                        IF WORK_ITEM_1
                                (MOVE_WAREHOUSE MOVE_BIN MOVE_SHELF)
                                < MOVE_QTY
                                MOVE "INSUFFICIENT QUANTITY"
                                    TO WK_REJECT_REASON
                                PERFORM WRITE-REJECT-RTN
                                GO TO APPLY-MOVEMENT-EXIT
                        END-IF
                        IF CAP_MAX_QTY(MOVE_TO_WAREHOUSE
                                MOVE_TO_BIN MOVE_TO_SHELF) > ZERO
                                AND WK_CAP_TOTAL > CAP_MAX_QTY
                                    (MOVE_TO_WAREHOUSE MOVE_TO_BIN
                                        MOVE_TO_SHELF)
                            THEN
                                MOVE "CAPACITY EXCEEDED"
                                    TO WK_REJECT_REASON
                                PERFORM WRITE-REJECT-RTN
                            ELSE
                                SUBTRACT MOVE_QTY FROM
                                    WORK_ITEM_1(MOVE_WAREHOUSE
                    AND LTB_SHELF(WK_LOT_SUB) = MOVE_SHELF
                    AND LTB_QTY(WK_LOT_SUB) > ZERO
                THEN
                    PERFORM CHECK-HELD-LOT-RTN
                    IF SW_LOT_HELD NOT = "1"
                            AND (WK_FEFO_SUB = ZERO
                                OR LTB_EXPIRY(WK_LOT_SUB)
                                    < LTB_EXPIRY(WK_FEFO_SUB))
                        THEN
                            MOVE WK_LOT_SUB TO WK_FEFO_SUB
                    END-IF
                    " FOR " MOVE_WAREHOUSE MOVE_BIN MOVE_SHELF
        END-IF.
    FEFO-SUGGEST-EXIT.
    *>1-6-1.候補ロットの検査保留の確認(出庫のみ。返品・棚間移動は保留ロットも使う)
    CHECK-HELD-LOT-RTN SECTION.
        MOVE SPACE TO SW_LOT_HELD.
        IF MOVE_TYPE NOT = "I"
            THEN
                GO TO CHECK-HELD-LOT-EXIT
        END-IF.
        SET HLD_IDX TO 1.
        SEARCH HLD_TBL
            AT END
                CONTINUE
            WHEN HLT_WAREHOUSE(HLD_IDX) = LTB_WAREHOUSE(WK_LOT_SUB)
                    AND HLT_BIN(HLD_IDX) = LTB_BIN(WK_LOT_SUB)
                    AND HLT_SHELF(HLD_IDX) = LTB_SHELF(WK_LOT_SUB)
                    AND HLT_LOT(HLD_IDX) = LTB_LOT(WK_LOT_SUB)
                MOVE "1" TO SW_LOT_HELD
        END-SEARCH.
    CHECK-HELD-LOT-EXIT.
    *>1-7.移動元ロットからの引き落とし(ロット残量を超える分は引かない)
    SUBTRACT-LOT-RTN SECTION.
        MOVE ZERO TO WK_LOT_TAKE.
        END-PERFORM.
        CLOSE LOT_POSITION_FILE.
    SAVE-LOT-EXIT.
    *>5-1.期間締めの検査(実行日の会計期間が"C"なら反映を拒否する)
    CHECK-PERIOD-RTN SECTION.
        CALL "BUSINESS_DATE" USING WK_RUN_DATE WK_RUN_FISCAL_AREA.
        OPEN INPUT PERIOD_STATUS_FILE.
        IF PERIOD_STATUS_STATUS = "00"
            THEN
                        AT END
                            CONTINUE
                        NOT AT END
                            IF PS_PERIOD = WK_RUN_PERIOD
                                    AND PS_FLAG = "C"
                                THEN
                                    MOVE "1" TO SW_PERIOD_CLOSED
                                    MOVE RSV_WAREHOUSE
                                        TO RVT_WAREHOUSE(RSV_IDX)
                                    MOVE RSV_QTY TO RVT_QTY(RSV_IDX)
*>受注番号の無い旧形式の行は受注番号0として扱う
                                    IF RSV_ORDER_NO IS NUMERIC
                                            AND RSV_LINE_NO IS NUMERIC
                                        THEN
                                            MOVE RSV_ORDER_NO
                                                TO RVT_ORDER_NO(RSV_IDX)
                                            MOVE RSV_LINE_NO
                                                TO RVT_LINE_NO(RSV_IDX)
                                        ELSE
                                            MOVE ZERO
                                                TO RVT_ORDER_NO(RSV_IDX)
                                                   RVT_LINE_NO(RSV_IDX)
                                    END-IF
                            END-IF
                    END-READ
                END-PERFORM
                    MOVE RVT_HINBAN(WK_RSV_SUB) TO RSV_HINBAN
                    MOVE RVT_WAREHOUSE(WK_RSV_SUB) TO RSV_WAREHOUSE
                    MOVE RVT_QTY(WK_RSV_SUB) TO RSV_QTY
                    MOVE RVT_ORDER_NO(WK_RSV_SUB) TO RSV_ORDER_NO
                    MOVE RVT_LINE_NO(WK_RSV_SUB) TO RSV_LINE_NO
                    WRITE RESERVATION_RECORD
            END-IF
        END-PERFORM.
        CLOSE RESERVATION_FILE.
    SAVE-RESERVATION-EXIT.
    *>8.検査保留ファイルの読み込み(ロットつきの保留・隔離・返品待ちのみ)
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
                            AND QCH_LOT NOT = SPACES
                            AND HLD_TBL_SIZE < 300
                        THEN
                            ADD 1 TO HLD_TBL_SIZE
                            SET HLD_IDX TO HLD_TBL_SIZE
                            MOVE QCH_WAREHOUSE TO HLT_WAREHOUSE(HLD_IDX)
                            MOVE QCH_BIN TO HLT_BIN(HLD_IDX)
                            MOVE QCH_SHELF TO HLT_SHELF(HLD_IDX)
                            MOVE QCH_LOT TO HLT_LOT(HLD_IDX)
                    END-IF
            END-READ
        END-PERFORM.
        CLOSE QC_HOLD_FILE.
    LOAD-QC-HOLD-EXIT.
    *>9.ロケーション収容能力マスタの読み込み(無ければ全ロケーション上限なし)
    LOAD-CAPACITY-RTN SECTION.
        MOVE ZERO TO CAP_ITEM.
        OPEN INPUT LOCATION_CAPACITY_FILE.
        IF LOCATION_CAPACITY_STATUS NOT = "00"
            THEN
                GO TO LOAD-CAPACITY-EXIT
        END-IF.
        PERFORM UNTIL LOCATION_CAPACITY_STATUS NOT = "00"
            READ LOCATION_CAPACITY_FILE
                AT END
                    CONTINUE
                NOT AT END
                    IF LC_WAREHOUSE >= 1 AND LC_WAREHOUSE <= 2
                            AND LC_BIN >= 1 AND LC_BIN <= 2
                            AND LC_SHELF >= 1 AND LC_SHELF <= 3
                            AND LC_MAX_QTY IS NUMERIC
                        THEN
                            MOVE LC_MAX_QTY TO CAP_MAX_QTY
                                (LC_WAREHOUSE LC_BIN LC_SHELF)
                    END-IF
            END-READ
        END-PERFORM.
        CLOSE LOCATION_CAPACITY_FILE.
    LOAD-CAPACITY-EXIT.
    *>10.組立作業指示の組の反映(全行を検査し、全行反映か全行リジェクトか)
    APPLY-GROUP-RTN SECTION.
        MOVE MOVEMENT_RECORD TO WK_GROUP_HEADER.
        MOVE MOVE_QTY TO WK_GROUP_CNT.
        MOVE MOVE_LOT TO WK_GROUP_ORDER.
        MOVE ZERO TO GRP_TBL_SIZE.
        IF WK_GROUP_CNT = ZERO OR WK_GROUP_CNT > 20
            THEN
                MOVE "INVALID WORK ORDER LINE COUNT" TO WK_REJECT_REASON
                PERFORM WRITE-REJECT-RTN
                GO TO APPLY-GROUP-EXIT
        END-IF.
        PERFORM UNTIL GRP_TBL_SIZE >= WK_GROUP_CNT
                OR MOVEMENT_STATUS NOT = "00"
            READ MOVEMENT_FILE
                AT END
                    CONTINUE
                NOT AT END
                    ADD 1 TO GRP_TBL_SIZE
                    MOVE MOVEMENT_RECORD TO GRT_MOVEMENT(GRP_TBL_SIZE)
            END-READ
        END-PERFORM.
*>全行の検査(在庫ポジションの写しの上で順に引き落とし・積み増しする)
        MOVE ZERO TO WK_FAIL_SUB.
        MOVE SPACE TO WK_GROUP_REASON.
        IF GRP_TBL_SIZE < WK_GROUP_CNT
            THEN
                MOVE "INCOMPLETE WORK ORDER" TO WK_GROUP_REASON
            ELSE
                MOVE WORK_ITEM TO GRP_WORK_ITEM
                PERFORM VARYING GRP_IDX FROM 1 BY 1
                        UNTIL GRP_IDX > GRP_TBL_SIZE
                        OR WK_FAIL_SUB NOT = ZERO
                    MOVE GRT_MOVEMENT(GRP_IDX) TO MOVEMENT_RECORD
                    PERFORM CHECK-GROUP-LINE-RTN
                    IF WK_GROUP_REASON NOT = SPACE
                        THEN
                            SET WK_FAIL_SUB TO GRP_IDX
                    END-IF
                END-PERFORM
        END-IF.
        IF WK_GROUP_REASON NOT = SPACE
            THEN
                PERFORM REJECT-GROUP-RTN
                GO TO APPLY-GROUP-EXIT
        END-IF.
*>全行反映(検査済みのため通常の移動と同じ処理で反映する)
        MOVE "Y" TO SW_GROUP_MEMBER.
        PERFORM VARYING GRP_IDX FROM 1 BY 1
                UNTIL GRP_IDX > GRP_TBL_SIZE
            MOVE GRT_MOVEMENT(GRP_IDX) TO MOVEMENT_RECORD
            PERFORM APPLY-MOVEMENT-RTN
        END-PERFORM.
        MOVE SPACE TO SW_GROUP_MEMBER.
    APPLY-GROUP-EXIT.
    *>10-1.組の1行分の検査(出庫と入庫のみ。残量・位置・収容能力)
    CHECK-GROUP-LINE-RTN SECTION.
        IF MOVE_TYPE NOT = "I" AND MOVE_TYPE NOT = "R"
            THEN
                MOVE "INVALID WORK ORDER LINE TYPE" TO WK_GROUP_REASON
                GO TO CHECK-GROUP-LINE-EXIT
        END-IF.
        IF MOVE_WAREHOUSE < 1 OR MOVE_WAREHOUSE > 2
                OR MOVE_BIN < 1 OR MOVE_BIN > 2
                OR MOVE_SHELF < 1 OR MOVE_SHELF > 3
            THEN
                MOVE "LOCATION OUT OF RANGE" TO WK_GROUP_REASON
                GO TO CHECK-GROUP-LINE-EXIT
        END-IF.
        IF MOVE_TYPE = "I"
            THEN
                IF GRP_ITEM_1(MOVE_WAREHOUSE MOVE_BIN MOVE_SHELF)
                        < MOVE_QTY
                    THEN
                        MOVE "INSUFFICIENT QUANTITY" TO WK_GROUP_REASON
                    ELSE
                        SUBTRACT MOVE_QTY FROM
                            GRP_ITEM_1(MOVE_WAREHOUSE MOVE_BIN MOVE_SHELF)
                END-IF
                GO TO CHECK-GROUP-LINE-EXIT
        END-IF.
        ADD MOVE_QTY TO GRP_ITEM_1(MOVE_WAREHOUSE MOVE_BIN MOVE_SHELF).
        IF CAP_MAX_QTY(MOVE_WAREHOUSE MOVE_BIN MOVE_SHELF) > ZERO
                AND GRP_ITEM_1(MOVE_WAREHOUSE MOVE_BIN MOVE_SHELF)
                    > CAP_MAX_QTY(MOVE_WAREHOUSE MOVE_BIN MOVE_SHELF)
            THEN
                MOVE "CAPACITY EXCEEDED" TO WK_GROUP_REASON
        END-IF.
    CHECK-GROUP-LINE-EXIT.
    *>10-2.組全体のリジェクト(見出しと反映できなかった行には理由、他の行には
    *>作業指示番号つきの巻き添えの理由を付ける)
    REJECT-GROUP-RTN SECTION.
        MOVE WK_GROUP_HEADER TO MOVEMENT_RECORD.
        MOVE WK_GROUP_REASON TO WK_REJECT_REASON.
        PERFORM WRITE-REJECT-RTN.
        PERFORM VARYING GRP_IDX FROM 1 BY 1
                UNTIL GRP_IDX > GRP_TBL_SIZE
            MOVE GRT_MOVEMENT(GRP_IDX) TO MOVEMENT_RECORD
            IF GRP_IDX = WK_FAIL_SUB
                THEN
                    MOVE WK_GROUP_REASON TO WK_REJECT_REASON
                ELSE
                    MOVE SPACE TO WK_REJECT_REASON
                    STRING "WORK ORDER " WK_GROUP_ORDER " NOT POSTED"
                        DELIMITED BY SIZE INTO WK_REJECT_REASON
                    END-STRING
            END-IF
            PERFORM WRITE-REJECT-RTN
        END-PERFORM.
        DISPLAY "WORK ORDER " WK_GROUP_ORDER " REJECTED: "
            WK_GROUP_REASON.
    REJECT-GROUP-EXIT.
*>Movements.txtの1行 = 種別(1) 倉庫(2) 棚(2) 棚段(2) 数量(5) 移動先倉庫(2) 移動先棚(2) 移動先棚段(2) ロット(6) 賞味期限(8)
*>種別 R=入庫 I=出庫 T=棚間移動の発送 V=仕入先返品(移動先はTのみ設定、R/I/Vはゼロ埋めでよい)
*>C=得意先返品の戻し入れ(APPLICATION_133_CREDIT_APPROVEが赤伝承認時に書く。入庫と同じ扱い)
*>W=組立作業指示の見出し(倉庫棚棚段=完成品ロケーション、数量=後続のI/Rの行数(最大20)、
*>ロット=作業指示番号)。見出し自体は在庫を動かさず、ジャーナルにも記帳しない
*>"T"は移動元から引いて輸送中ファイル(InTransit.txt)へ載せるだけで、
*>移動先への着荷はAPPLICATION_81_TRANSIT_ARRIVEの到着確認が行う(2段階移動)
*>ロットと賞味期限は任意(空白=ロット管理外。出庫でロット未指定の場合は
*>賞味期限の早いロットをFEFOで提案してそこから引き落とす)
*>LotPosition.txtの1行 = 倉庫(2) 棚(2) 棚段(2) ロット(6) 賞味期限(8) 数量(5)
*>Reservations.txtの1行 = 引当日(8) 品番(5) 倉庫(2) 数量(5) 受注番号(6) 行番号(2)
*>(受注メニューが書く。出庫の反映時に同じ倉庫の引き当てを古い順に解消し、残件だけ書き戻す)
*>MovementJournal.txtには反映した移動のみが日付・使用ロットつきで追記される
*>LocationCapacity.txtの1行 = 倉庫(2) 棚(2) 棚段(2) 最大数量(5) 許容品目分類(2:空白=制限なし)
*>(品目分類は入荷入力の格納先提案で使う。ここでは最大数量だけを検査する)
