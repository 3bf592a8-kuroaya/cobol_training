*>確認を取ってから受け付ける。入荷済数量と状態(P=一部入荷 C=完了)を書き戻す
*>ロット番号と賞味期限も任意で受け付ける(空白=ロット管理外)。入力した場合は
*>"R"移動に載り、APPLICATION_43がLotPosition.txtへ積んでFEFO・期限管理に使う
*>発注は仕入先ごとに複数明細(行番号)を持つため、明細が2行以上ある発注では
*>行番号も入力させ、入荷レコードのRCP_SUJIへその行番号を載せる
*>入荷レコードには入荷日・品番・ロット・仕入先も載せ、ロットの回収調査で
*>仕入先・発注・入荷日まで遡れるようにする
*>発注登録簿の仕入先・行番号・納期(APPLICATION_71_PO_GENが設定)は書き戻しで保つ
*>検査対象品番(QcProducts.txt)の入荷は検査保留ファイル(QcHold.txt)へ状態H(保留)で
*>控え、品質検査の判定(APPLICATION_123_QC_RELEASE)が済むまで引当可能数量から除く
*>入荷数量を受け付けたら、発注の倉庫内で格納先を提案する
*>  1.同じ品番の棚で収容能力(LocationCapacity.txt)に空きがある最初の棚(歩行順)
*>  2.無ければ在庫0で品番未割当(または同じ品番)、品目分類(ProductClass.txt)が
*>    許容され、入荷数量が収まる最初の棚(歩行順)
*>提案を受け入れると入庫移動はその棚へ書き、未割当の棚はLocationProduct.txtへ
*>品番を割り当てる。受け入れなければ従来どおり発注のロケーションへ入れる
IDENTIFICATION DIVISION.
PROGRAM-ID. APPLICATION_72_GOODS_RECEIPT.
ENVIRONMENT DIVISION.
            ASSIGN TO "Movements.txt"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS MOVEMENT_STATUS.
*>ロケーション商品対応(発注明細のロケーションから品番を求める)
        SELECT LOCATION_PRODUCT_FILE
            ASSIGN TO "LocationProduct.txt"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS LOCATION_PRODUCT_STATUS.
*>検査対象品番(品番1件1行。無ければ検査保留は行わない)
        SELECT QC_PRODUCT_FILE
            ASSIGN TO "QcProducts.txt"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS QC_PRODUCT_STATUS.
        SELECT QC_HOLD_FILE
            ASSIGN TO "QcHold.txt"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS QC_HOLD_STATUS.
*>格納先の提案に使う在庫ポジション・収容能力マスタ・品目分類
        SELECT INVENTORY_POSITION_FILE
            ASSIGN TO "InventoryPosition.txt"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS INV_FILE_STATUS.
        SELECT LOCATION_CAPACITY_FILE
            ASSIGN TO "LocationCapacity.txt"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS LOCATION_CAPACITY_STATUS.
        SELECT PRODUCT_CLASS_FILE
            ASSIGN TO "ProductClass.txt"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS PRODUCT_CLASS_STATUS.
DATA DIVISION.
    FILE SECTION.
        FD PO_REGISTER_FILE.
            05 POR_RECEIVED PIC 9(05).
            05 FILLER PIC X(01) VALUE SPACE.
            05 POR_PO_STATUS PIC X(01).
            05 FILLER PIC X(01) VALUE SPACE.
            05 POR_SUPPLIER PIC X(05).
            05 FILLER PIC X(01) VALUE SPACE.
            05 POR_LINE PIC 9(02).
            05 FILLER PIC X(01) VALUE SPACE.
            05 POR_DUE_DATE PIC 9(08).
*>入荷レコード(先頭6桁はAPPLICATION_59_THREE_WAYの従来レイアウトのまま。
*>RCP_SUJIは発注の行番号とし、実数量は後続のRCP_QTYが持つ)
        FD RECEIPT_FILE.
        01 RECEIPT_RECORD.
            05 RCP_KEY PIC X(04).
            05 RCP_SUJI PIC 9(02).
            05 FILLER PIC X(01) VALUE SPACE.
            05 RCP_QTY PIC 9(05).
*>回収時の遡及用(入荷日・品番・ロット・仕入先。三方マッチングは読まない)
            05 FILLER PIC X(01) VALUE SPACE.
            05 RCP_DATE PIC 9(08).
            05 FILLER PIC X(01) VALUE SPACE.
            05 RCP_HINBAN PIC 9(05).
            05 FILLER PIC X(01) VALUE SPACE.
            05 RCP_LOT PIC X(06).
            05 FILLER PIC X(01) VALUE SPACE.
            05 RCP_SUPPLIER PIC X(05).
*>移動レコード(APPLICATION_43_STOCK_MOVESと同じ並び。末尾にロット/賞味期限)
        FD MOVEMENT_FILE.
        01 MOVEMENT_RECORD.
            05 MOVE_TO_SHELF PIC 9(02).
            05 MOVE_LOT PIC X(06).
            05 MOVE_EXPIRY PIC X(08).
        FD LOCATION_PRODUCT_FILE.
        01 LOCATION_PRODUCT_RECORD.
            05 LP_WAREHOUSE PIC 9(02).
            05 LP_BIN PIC 9(02).
            05 LP_SHELF PIC 9(02).
            05 FILLER PIC X(01).
            05 LP_HINBAN PIC 9(05).
        FD QC_PRODUCT_FILE.
        01 QC_PRODUCT_RECORD.
            05 QCP_HINBAN PIC 9(05).
*>検査保留ファイル(APPLICATION_123_QC_RELEASEと同じ並び。入荷時は状態H)
        FD QC_HOLD_FILE.
        01 QC_HOLD_RECORD.
            05 QCH_DATE PIC 9(08).
            05 FILLER PIC X(01) VALUE SPACE.
            05 QCH_PO PIC 9(04).
            05 FILLER PIC X(01) VALUE SPACE.
            05 QCH_LINE PIC 9(02).
            05 FILLER PIC X(01) VALUE SPACE.
            05 QCH_WAREHOUSE PIC 9(02).
            05 QCH_BIN PIC 9(02).
            05 QCH_SHELF PIC 9(02).
            05 FILLER PIC X(01) VALUE SPACE.
            05 QCH_HINBAN PIC 9(05).
            05 FILLER PIC X(01) VALUE SPACE.
            05 QCH_LOT PIC X(06).
            05 FILLER PIC X(01) VALUE SPACE.
            05 QCH_EXPIRY PIC X(08).
            05 FILLER PIC X(01) VALUE SPACE.
            05 QCH_QTY PIC 9(05).
            05 FILLER PIC X(01) VALUE SPACE.
            05 QCH_STATUS PIC X(01).
            05 FILLER PIC X(01) VALUE SPACE.
            05 QCH_SUPPLIER PIC X(05).
        FD INVENTORY_POSITION_FILE.
        01 INVENTORY_POSITION_RECORD.
            05 INV_WAREHOUSE PIC 9(02).
            05 INV_BIN PIC 9(02).
            05 INV_SHELF PIC 9(02).
            05 INV_QTY PIC 9(05).
*>ロケーション収容能力マスタ(最大数量0=上限なし、許容分類空白=制限なし)
        FD LOCATION_CAPACITY_FILE.
        01 LOCATION_CAPACITY_RECORD.
            05 LC_WAREHOUSE PIC 9(02).
            05 LC_BIN PIC 9(02).
            05 LC_SHELF PIC 9(02).
            05 FILLER PIC X(01).
            05 LC_MAX_QTY PIC 9(05).
            05 FILLER PIC X(01).
            05 LC_CLASS PIC X(02).
        FD PRODUCT_CLASS_FILE.
        01 PRODUCT_CLASS_RECORD.
            05 PCL_HINBAN PIC 9(05).
            05 FILLER PIC X(01).
            05 PCL_CLASS PIC X(02).
    WORKING-STORAGE SECTION.
        01 PO_REGISTER_STATUS PIC XX.
        01 RECEIPT_STATUS PIC XX.
        01 MOVEMENT_STATUS PIC XX.
        01 LOCATION_PRODUCT_STATUS PIC XX.
        01 QC_PRODUCT_STATUS PIC XX.
        01 QC_HOLD_STATUS PIC XX.
        01 INV_FILE_STATUS PIC XX.
        01 LOCATION_CAPACITY_STATUS PIC XX.
        01 PRODUCT_CLASS_STATUS PIC XX.
*>OPERATOR_SIGNONからの戻りエリア(入荷入力には権限2以上)
        01 WK_SIGNON_AREA.
            05 WK_SO_OPERATOR PIC X(05).
*>コンソール入力エリア
        01 WORKING-AREA.
            05 CONSOLE_PO PIC X(04).
            05 CONSOLE_LINE PIC X(02).
            05 CONSOLE_QTY PIC X(05).
            05 CONSOLE_CONFIRM PIC X(01).
            05 CONSOLE_LOT PIC X(06).
*>発注登録簿テーブル(入力終了後にまとめて書き戻す)
        01 PO_TBL_MASTER.
            05 PO_TBL_SIZE PIC 9(03) VALUE ZERO.
            05 PO_TBL OCCURS 0 TO 999
                DEPENDING ON PO_TBL_SIZE
                INDEXED BY PO_IDX.
                10 POT_NO PIC 9(04).
                10 POT_QTY PIC 9(05).
                10 POT_RECEIVED PIC 9(05).
                10 POT_PO_STATUS PIC X(01).
                10 POT_SUPPLIER PIC X(05).
                10 POT_LINE PIC 9(02).
                10 POT_DUE_DATE PIC 9(08).
*>表に入りきらなかった発注登録簿の行数
        01 WK_PO_OVER_CNT PIC 9(05) VALUE ZERO.
        01 WK_PO_NO PIC 9(04).
        01 WK_PO_LINE PIC 9(02).
        01 WK_LINE_CNT PIC 9(03).
        01 SW_AREA.
            05 SW_FOUND PIC X(01).
        01 CST_AREA.
            05 CST_1X PIC X(01) VALUE "1".
        01 WK_RECEIPT_CNT PIC 9(05) VALUE ZERO.
        01 WK_TODAY PIC 9(08).
        01 WK_HINBAN PIC 9(05).
        01 WK_HOLD_CNT PIC 9(05) VALUE ZERO.
*>ロケーション→品番(APPLICATION_74_VALUATIONと同じ持ち方)
        01 LOCPRD_TBL_AREA.
            03 LOCPRD_DATA_1 OCCURS 2.
            05 LOCPRD_DATA_2 OCCURS 2.
            07 LOCPRD_DATA_3 OCCURS 3.
            09 LOCPRD_HINBAN PIC 9(05).
*>在庫ポジションと収容能力(倉庫×棚×棚段。受け付けた入荷はその場で積み増す)
        01 WORK_ITEM.
            03 WORK_DATA_1 OCCURS 2.
            05 WORK_DATA_2 OCCURS 2.
            07 WORK_DATA_3 OCCURS 3.
            09 WORK_ITEM_1 PIC 9(05).
        01 CAP_ITEM.
            03 CAP_DATA_1 OCCURS 2.
            05 CAP_DATA_2 OCCURS 2.
            07 CAP_DATA_3 OCCURS 3.
            09 CAP_MAX_QTY PIC 9(05).
            09 CAP_CLASS PIC X(02).
*>品目分類テーブル
        01 PCL_TBL_MASTER.
            05 PCL_TBL_SIZE PIC 9(03) VALUE ZERO.
            05 PCL_TBL OCCURS 0 TO 999
                DEPENDING ON PCL_TBL_SIZE
                INDEXED BY PCL_IDX.
                10 PLT_HINBAN PIC 9(05).
                10 PLT_CLASS PIC X(02).
*>格納先(提案を受け入れればその棚、受け入れなければ発注のロケーション)
        01 WK_PUT_AREA.
            05 WK_PUT_WAREHOUSE PIC 9(02).
            05 WK_PUT_BIN PIC 9(02).
            05 WK_PUT_SHELF PIC 9(02).
        01 WK_PUT_KIND PIC X(12).
        01 WK_PUT_CLASS PIC X(02).
        01 WK_CAP_TOTAL PIC 9(06).
        01 CNT_BIN PIC 9(02).
        01 CNT_SHELF PIC 9(02).
        01 SW_PUT_FOUND PIC X(01).
*>検査対象品番テーブル
        01 QCP_TBL_MASTER.
            05 QCP_TBL_SIZE PIC 9(03) VALUE ZERO.
            05 QCP_TBL OCCURS 0 TO 999
                DEPENDING ON QCP_TBL_SIZE
                INDEXED BY QCP_IDX.
                10 QPT_HINBAN PIC 9(05).
PROCEDURE DIVISION.
    MAIN_PROCEDURE.
    INITIALIZE_PART.
        IF WK_SO_RESULT NOT = "Y"
            THEN
                DISPLAY "SIGN-ON FAILED. PROGRAM ENDS."
                GOBACK
        END-IF.
        IF WK_SO_AUTHORITY < 2
            THEN
                DISPLAY "GOODS RECEIPT REQUIRES AUTHORITY 2."
                GOBACK
        END-IF.
        MOVE "RECEIPT" TO WK_SL_EVENT.
        CALL "SESSION_LOG" USING WK_SO_OPERATOR WK_SL_EVENT.
        CALL "BUSINESS_DATE" USING WK_TODAY.
        PERFORM LOAD_PO_REGISTER_PROC.
*>発注登録簿が表に入りきらないときは、書き戻しで行を失わないよう入力を受けない
        IF WK_PO_OVER_CNT > ZERO
            THEN
                DISPLAY "PO REGISTER EXCEEDS 999 LINES. SESSION REFUSED."
                    " LINES OVER: " WK_PO_OVER_CNT
                GOBACK
        END-IF.
        IF PO_TBL_SIZE = ZERO
            THEN
                DISPLAY "NO OPEN PURCHASE ORDERS ON REGISTER."
                GOBACK
        END-IF.
        PERFORM LOAD_LOCPRD_PROC.
        PERFORM LOAD_QC_PRODUCT_PROC.
        PERFORM LOAD_PUTAWAY_PROC.
    EXEC_INPUT_PROC.
        DISPLAY "PO NUMBER (4 DIGITS, 9999=END) >>" WITH NO ADVANCING.
        ACCEPT CONSOLE_PO FROM CONSOLE.
            THEN
                PERFORM SAVE_PO_REGISTER_PROC
                DISPLAY "RECEIPT SESSION END. RECEIPTS: "
                    WK_RECEIPT_CNT " HELD FOR QC: " WK_HOLD_CNT
                GOBACK
        END-IF.
        MOVE ZERO TO WK_PO_LINE.
        PERFORM FIND_PO_PROC.
        IF SW_FOUND NOT = CST_1X
            THEN
                DISPLAY "PO " WK_PO_NO " NOT FOUND ON REGISTER."
                GO TO EXEC_INPUT_PROC
        END-IF.
*>明細が2行以上ある発注は行番号で明細を特定する
        IF WK_LINE_CNT > 1
            THEN
                DISPLAY "PO " WK_PO_NO " HAS " WK_LINE_CNT
                    " LINES. LINE NUMBER (2 DIGITS) >>"
                    WITH NO ADVANCING
                ACCEPT CONSOLE_LINE FROM CONSOLE
                IF CONSOLE_LINE IS NOT NUMERIC
                    THEN
                        DISPLAY "LINE NUMBER MUST BE NUMERIC."
                        GO TO EXEC_INPUT_PROC
                END-IF
                MOVE CONSOLE_LINE TO WK_PO_LINE
                PERFORM FIND_PO_PROC
                IF SW_FOUND NOT = CST_1X
                    THEN
                        DISPLAY "PO " WK_PO_NO " LINE " WK_PO_LINE
                            " NOT FOUND ON REGISTER."
                        GO TO EXEC_INPUT_PROC
                END-IF
        END-IF.
        IF POT_PO_STATUS(PO_IDX) = "C"
            THEN
                DISPLAY "PO " WK_PO_NO " LINE " POT_LINE(PO_IDX)
                    " ALREADY FULLY RECEIVED."
                GO TO EXEC_INPUT_PROC
        END-IF.
        PERFORM RECEIVE_ONE_PROC.
        COMPUTE WK_OPEN_QTY =
            POT_QTY(PO_IDX) - POT_RECEIVED(PO_IDX).
        DISPLAY "PO " POT_NO(PO_IDX)
            " LINE " POT_LINE(PO_IDX)
            " WAREHOUSE " POT_WAREHOUSE(PO_IDX)
            " BIN " POT_BIN(PO_IDX)
            " SHELF " POT_SHELF(PO_IDX)
                        EXIT PARAGRAPH
                END-IF
        END-IF.
*>格納先の提案(受け入れなければ発注のロケーションへ入れる)
        PERFORM SUGGEST_PUTAWAY_PROC.
*>入荷レコードと入庫移動を同じ入力から書き出す(二重入力の食い違いをなくす)
        PERFORM WRITE_RECEIPT_PROC.
        PERFORM WRITE_MOVEMENT_PROC.
        PERFORM CHECK_QC_HOLD_PROC.
        ADD WK_RECEIVE_QTY TO POT_RECEIVED(PO_IDX).
        IF POT_RECEIVED(PO_IDX) >= POT_QTY(PO_IDX)
            THEN
        END-IF.
        MOVE SPACE TO RECEIPT_RECORD.
        MOVE POT_NO(PO_IDX) TO RCP_KEY.
        MOVE POT_LINE(PO_IDX) TO RCP_SUJI.
        MOVE WK_RECEIVE_QTY TO RCP_QTY.
        MOVE WK_TODAY TO RCP_DATE.
        MOVE WK_HINBAN TO RCP_HINBAN.
        MOVE CONSOLE_LOT TO RCP_LOT.
        MOVE POT_SUPPLIER(PO_IDX) TO RCP_SUPPLIER.
        WRITE RECEIPT_RECORD.
        CLOSE RECEIPT_FILE.
        EXIT.
        END-IF.
        MOVE SPACE TO MOVEMENT_RECORD.
        MOVE "R" TO MOVE_TYPE.
        MOVE WK_PUT_WAREHOUSE TO MOVE_WAREHOUSE.
        MOVE WK_PUT_BIN TO MOVE_BIN.
        MOVE WK_PUT_SHELF TO MOVE_SHELF.
        MOVE WK_RECEIVE_QTY TO MOVE_QTY.
        MOVE ZERO TO MOVE_TO_WAREHOUSE MOVE_TO_BIN MOVE_TO_SHELF.
        MOVE CONSOLE_LOT TO MOVE_LOT.
        WRITE MOVEMENT_RECORD.
        CLOSE MOVEMENT_FILE.
        EXIT.
*>検査対象品番の入荷は検査保留ファイルへ状態Hで控える
    CHECK_QC_HOLD_PROC.
        IF WK_HINBAN = ZERO OR QCP_TBL_SIZE = ZERO
            THEN
                EXIT PARAGRAPH
        END-IF.
        SET QCP_IDX TO 1.
        SEARCH QCP_TBL
            AT END
                EXIT PARAGRAPH
            WHEN QPT_HINBAN(QCP_IDX) = WK_HINBAN
                CONTINUE
        END-SEARCH.
        OPEN EXTEND QC_HOLD_FILE.
        IF QC_HOLD_STATUS NOT = "00"
            THEN
                OPEN OUTPUT QC_HOLD_FILE
        END-IF.
        MOVE SPACE TO QC_HOLD_RECORD.
        MOVE WK_TODAY TO QCH_DATE.
        MOVE POT_NO(PO_IDX) TO QCH_PO.
        MOVE POT_LINE(PO_IDX) TO QCH_LINE.
        MOVE WK_PUT_WAREHOUSE TO QCH_WAREHOUSE.
        MOVE WK_PUT_BIN TO QCH_BIN.
        MOVE WK_PUT_SHELF TO QCH_SHELF.
        MOVE WK_HINBAN TO QCH_HINBAN.
        MOVE CONSOLE_LOT TO QCH_LOT.
        MOVE CONSOLE_EXPIRY TO QCH_EXPIRY.
        MOVE WK_RECEIVE_QTY TO QCH_QTY.
        MOVE "H" TO QCH_STATUS.
        MOVE POT_SUPPLIER(PO_IDX) TO QCH_SUPPLIER.
        WRITE QC_HOLD_RECORD.
        CLOSE QC_HOLD_FILE.
        ADD 1 TO WK_HOLD_CNT.
        DISPLAY "HINBAN " WK_HINBAN " IS INSPECTED. LOT HELD FOR QC.".
        EXIT.
*>格納先の提案(同じ品番で空きのある棚→在庫0で分類が許容される棚の順、歩行順)
    SUGGEST_PUTAWAY_PROC.
        MOVE POT_WAREHOUSE(PO_IDX) TO WK_PUT_WAREHOUSE.
        MOVE POT_BIN(PO_IDX) TO WK_PUT_BIN.
        MOVE POT_SHELF(PO_IDX) TO WK_PUT_SHELF.
        MOVE ZERO TO WK_HINBAN.
        IF POT_WAREHOUSE(PO_IDX) < 1 OR POT_WAREHOUSE(PO_IDX) > 2
                OR POT_BIN(PO_IDX) < 1 OR POT_BIN(PO_IDX) > 2
                OR POT_SHELF(PO_IDX) < 1 OR POT_SHELF(PO_IDX) > 3
            THEN
                EXIT PARAGRAPH
        END-IF.
        MOVE LOCPRD_HINBAN(POT_WAREHOUSE(PO_IDX) POT_BIN(PO_IDX)
            POT_SHELF(PO_IDX)) TO WK_HINBAN.
        IF WK_HINBAN = ZERO
            THEN
                PERFORM ADD_PUT_QTY_PROC
                EXIT PARAGRAPH
        END-IF.
        MOVE SPACES TO WK_PUT_CLASS.
        SET PCL_IDX TO 1.
        SEARCH PCL_TBL
            AT END
                CONTINUE
            WHEN PLT_HINBAN(PCL_IDX) = WK_HINBAN
                MOVE PLT_CLASS(PCL_IDX) TO WK_PUT_CLASS
        END-SEARCH.
        MOVE SPACE TO SW_PUT_FOUND.
*>1.同じ品番の棚で空きがある棚
        PERFORM VARYING CNT_BIN FROM 1 BY 1
                UNTIL CNT_BIN > 2 OR SW_PUT_FOUND = CST_1X
            PERFORM VARYING CNT_SHELF FROM 1 BY 1
                    UNTIL CNT_SHELF > 3 OR SW_PUT_FOUND = CST_1X
                COMPUTE WK_CAP_TOTAL = WK_RECEIVE_QTY + WORK_ITEM_1
                    (WK_PUT_WAREHOUSE CNT_BIN CNT_SHELF)
                IF LOCPRD_HINBAN(WK_PUT_WAREHOUSE CNT_BIN CNT_SHELF)
                        = WK_HINBAN
                        AND (CAP_MAX_QTY(WK_PUT_WAREHOUSE CNT_BIN
                                CNT_SHELF) = ZERO
                            OR WK_CAP_TOTAL <= CAP_MAX_QTY
                                (WK_PUT_WAREHOUSE CNT_BIN CNT_SHELF))
                    THEN
                        MOVE CST_1X TO SW_PUT_FOUND
                        MOVE CNT_BIN TO WK_PUT_BIN
                        MOVE CNT_SHELF TO WK_PUT_SHELF
                        MOVE "SAME PRODUCT" TO WK_PUT_KIND
                END-IF
            END-PERFORM
        END-PERFORM.
*>2.在庫0で品番未割当・分類が許容され、入荷数量が収まる棚
        PERFORM VARYING CNT_BIN FROM 1 BY 1
                UNTIL CNT_BIN > 2 OR SW_PUT_FOUND = CST_1X
            PERFORM VARYING CNT_SHELF FROM 1 BY 1
                    UNTIL CNT_SHELF > 3 OR SW_PUT_FOUND = CST_1X
                IF WORK_ITEM_1(WK_PUT_WAREHOUSE CNT_BIN CNT_SHELF) = ZERO
                        AND LOCPRD_HINBAN(WK_PUT_WAREHOUSE CNT_BIN
                            CNT_SHELF) = ZERO
                        AND (CAP_CLASS(WK_PUT_WAREHOUSE CNT_BIN CNT_SHELF)
                                = SPACES
                            OR CAP_CLASS(WK_PUT_WAREHOUSE CNT_BIN
                                CNT_SHELF) = WK_PUT_CLASS)
                        AND (CAP_MAX_QTY(WK_PUT_WAREHOUSE CNT_BIN
                                CNT_SHELF) = ZERO
                            OR WK_RECEIVE_QTY <= CAP_MAX_QTY
                                (WK_PUT_WAREHOUSE CNT_BIN CNT_SHELF))
                    THEN
                        MOVE CST_1X TO SW_PUT_FOUND
                        MOVE CNT_BIN TO WK_PUT_BIN
                        MOVE CNT_SHELF TO WK_PUT_SHELF
                        MOVE "EMPTY" TO WK_PUT_KIND
                END-IF
            END-PERFORM
        END-PERFORM.
        IF SW_PUT_FOUND NOT = CST_1X
            THEN
                DISPLAY "NO PUTAWAY LOCATION WITH ROOM IN WAREHOUSE "
                    WK_PUT_WAREHOUSE ". USING PO LOCATION."
                MOVE POT_BIN(PO_IDX) TO WK_PUT_BIN
                MOVE POT_SHELF(PO_IDX) TO WK_PUT_SHELF
                PERFORM ADD_PUT_QTY_PROC
                EXIT PARAGRAPH
        END-IF.
        DISPLAY "PUTAWAY SUGGESTION: WAREHOUSE " WK_PUT_WAREHOUSE
            " BIN " WK_PUT_BIN " SHELF " WK_PUT_SHELF
            " (" WK_PUT_KIND ")".
        DISPLAY "PUT AWAY TO SUGGESTED LOCATION? (Y/N) >>"
            WITH NO ADVANCING.
        ACCEPT CONSOLE_CONFIRM FROM CONSOLE.
        IF CONSOLE_CONFIRM NOT = "Y"
            THEN
                MOVE POT_BIN(PO_IDX) TO WK_PUT_BIN
                MOVE POT_SHELF(PO_IDX) TO WK_PUT_SHELF
            ELSE
                IF LOCPRD_HINBAN(WK_PUT_WAREHOUSE WK_PUT_BIN
                        WK_PUT_SHELF) = ZERO
                    THEN
                        PERFORM ASSIGN_LOCATION_PROC
                END-IF
        END-IF.
        PERFORM ADD_PUT_QTY_PROC.
        EXIT.
*>格納先の数量をセッション内で積み増す(続けて入荷した場合の提案に使う)
    ADD_PUT_QTY_PROC.
        ADD WK_RECEIVE_QTY TO
            WORK_ITEM_1(WK_PUT_WAREHOUSE WK_PUT_BIN WK_PUT_SHELF).
        EXIT.
*>未割当の棚への品番の割り当て(LocationProduct.txtへ1行追記する)
    ASSIGN_LOCATION_PROC.
        MOVE WK_HINBAN TO
            LOCPRD_HINBAN(WK_PUT_WAREHOUSE WK_PUT_BIN WK_PUT_SHELF).
        OPEN EXTEND LOCATION_PRODUCT_FILE.
        IF LOCATION_PRODUCT_STATUS NOT = "00"
            THEN
                OPEN OUTPUT LOCATION_PRODUCT_FILE
        END-IF.
        MOVE SPACE TO LOCATION_PRODUCT_RECORD.
        MOVE WK_PUT_WAREHOUSE TO LP_WAREHOUSE.
        MOVE WK_PUT_BIN TO LP_BIN.
        MOVE WK_PUT_SHELF TO LP_SHELF.
        MOVE WK_HINBAN TO LP_HINBAN.
        WRITE LOCATION_PRODUCT_RECORD.
        CLOSE LOCATION_PRODUCT_FILE.
        DISPLAY "LOCATION " WK_PUT_WAREHOUSE WK_PUT_BIN WK_PUT_SHELF
            " ASSIGNED TO HINBAN " WK_HINBAN.
        EXIT.
*>共通.発注番号の検索(見つかった場合はPO_IDXが該当行を指す)
*>WK_PO_LINEが0なら発注の先頭明細を指し、WK_LINE_CNTへその発注の明細行数を返す
    FIND_PO_PROC.
        MOVE SPACE TO SW_FOUND.
        MOVE ZERO TO WK_LINE_CNT.
        PERFORM VARYING PO_IDX FROM 1 BY 1
                UNTIL PO_IDX > PO_TBL_SIZE
            IF POT_NO(PO_IDX) = WK_PO_NO
                THEN
                    ADD 1 TO WK_LINE_CNT
            END-IF
        END-PERFORM.
        SET PO_IDX TO 1.
        SEARCH PO_TBL
            AT END
                CONTINUE
            WHEN POT_NO(PO_IDX) = WK_PO_NO
                    AND (WK_PO_LINE = ZERO
                        OR POT_LINE(PO_IDX) = WK_PO_LINE)
                MOVE CST_1X TO SW_FOUND
        END-SEARCH.
        EXIT.
                        AT END
                            CONTINUE
                        NOT AT END
                            IF PO_TBL_SIZE < 999
                                THEN
                                    ADD 1 TO PO_TBL_SIZE
                                    SET PO_IDX TO PO_TBL_SIZE
                                        TO POT_RECEIVED(PO_IDX)
                                    MOVE POR_PO_STATUS
                                        TO POT_PO_STATUS(PO_IDX)
                                    PERFORM LOAD_PO_LINE_PROC
                                ELSE
                                    ADD 1 TO WK_PO_OVER_CNT
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE PO_REGISTER_FILE
        END-IF.
        EXIT.
*>仕入先・行番号・納期の取り込み(項目追加前の行は仕入先空白・行番号01)
    LOAD_PO_LINE_PROC.
        MOVE POR_SUPPLIER TO POT_SUPPLIER(PO_IDX).
        IF POR_LINE IS NUMERIC AND POR_LINE NOT = ZERO
            THEN
                MOVE POR_LINE TO POT_LINE(PO_IDX)
            ELSE
                MOVE 01 TO POT_LINE(PO_IDX)
        END-IF.
        IF POR_DUE_DATE IS NUMERIC
            THEN
                MOVE POR_DUE_DATE TO POT_DUE_DATE(PO_IDX)
            ELSE
                MOVE ZERO TO POT_DUE_DATE(PO_IDX)
        END-IF.
        EXIT.
*>発注登録簿の書き戻し(入荷済数量と状態を更新した全件を書き出す)
    SAVE_PO_REGISTER_PROC.
        OPEN OUTPUT PO_REGISTER_FILE.
            MOVE POT_QTY(PO_IDX) TO POR_QTY
            MOVE POT_RECEIVED(PO_IDX) TO POR_RECEIVED
            MOVE POT_PO_STATUS(PO_IDX) TO POR_PO_STATUS
            MOVE POT_SUPPLIER(PO_IDX) TO POR_SUPPLIER
            MOVE POT_LINE(PO_IDX) TO POR_LINE
            MOVE POT_DUE_DATE(PO_IDX) TO POR_DUE_DATE
            WRITE PO_REGISTER_RECORD
        END-PERFORM.
        CLOSE PO_REGISTER_FILE.
        DISPLAY "PO REGISTER SAVED. RECORDS: " PO_TBL_SIZE.
        EXIT.
*>ロケーション商品対応の読み込み(対応が無いロケーションは品番00000)
    LOAD_LOCPRD_PROC.
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
        END-IF.
        EXIT.
*>検査対象品番の読み込み(無ければ検査保留なし=従来どおり)
    LOAD_QC_PRODUCT_PROC.
        OPEN INPUT QC_PRODUCT_FILE.
        IF QC_PRODUCT_STATUS = "00"
            THEN
                PERFORM UNTIL QC_PRODUCT_STATUS NOT = "00"
                    READ QC_PRODUCT_FILE
                        AT END
                            CONTINUE
                        NOT AT END
                            IF QCP_HINBAN IS NUMERIC
                                    AND QCP_TBL_SIZE < 999
                                THEN
                                    ADD 1 TO QCP_TBL_SIZE
                                    SET QCP_IDX TO QCP_TBL_SIZE
                                    MOVE QCP_HINBAN
                                        TO QPT_HINBAN(QCP_IDX)
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE QC_PRODUCT_FILE
        END-IF.
        EXIT.
*>格納先提案用の在庫ポジション・収容能力マスタ・品目分類の読み込み
*>(どれも無ければ上限なし・分類なしとして扱う)
    LOAD_PUTAWAY_PROC.
        MOVE ZERO TO WORK_ITEM.
        MOVE ZERO TO CAP_ITEM.
        PERFORM VARYING CNT_BIN FROM 1 BY 1 UNTIL CNT_BIN > 2
            PERFORM VARYING CNT_SHELF FROM 1 BY 1 UNTIL CNT_SHELF > 3
                MOVE SPACES TO CAP_CLASS(1 CNT_BIN CNT_SHELF)
                    CAP_CLASS(2 CNT_BIN CNT_SHELF)
            END-PERFORM
        END-PERFORM.
        OPEN INPUT INVENTORY_POSITION_FILE.
        IF INV_FILE_STATUS = "00"
            THEN
                PERFORM UNTIL INV_FILE_STATUS NOT = "00"
                    READ INVENTORY_POSITION_FILE
                        AT END
                            CONTINUE
                        NOT AT END
                            IF INV_WAREHOUSE >= 1 AND INV_WAREHOUSE <= 2
                                    AND INV_BIN >= 1 AND INV_BIN <= 2
                                    AND INV_SHELF >= 1 AND INV_SHELF <= 3
                                THEN
                                    MOVE INV_QTY TO WORK_ITEM_1
                                        (INV_WAREHOUSE INV_BIN INV_SHELF)
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE INVENTORY_POSITION_FILE
        END-IF.
        OPEN INPUT LOCATION_CAPACITY_FILE.
        IF LOCATION_CAPACITY_STATUS = "00"
            THEN
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
                                    MOVE LC_CLASS TO CAP_CLASS
                                        (LC_WAREHOUSE LC_BIN LC_SHELF)
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE LOCATION_CAPACITY_FILE
        END-IF.
        OPEN INPUT PRODUCT_CLASS_FILE.
        IF PRODUCT_CLASS_STATUS = "00"
            THEN
                PERFORM UNTIL PRODUCT_CLASS_STATUS NOT = "00"
                    READ PRODUCT_CLASS_FILE
                        AT END
                            CONTINUE
                        NOT AT END
                            IF PCL_HINBAN IS NUMERIC
                                    AND PCL_TBL_SIZE < 999
                                THEN
                                    ADD 1 TO PCL_TBL_SIZE
                                    SET PCL_IDX TO PCL_TBL_SIZE
                                    MOVE PCL_HINBAN
                                        TO PLT_HINBAN(PCL_IDX)
                                    MOVE PCL_CLASS TO PLT_CLASS(PCL_IDX)
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE PRODUCT_CLASS_FILE
        END-IF.
        EXIT.
*>Receipts.txtの1行 = 発注番号(4) 行番号(2:発注の明細行番号) 数量(5)
*>続けて 入荷日(8) 品番(5) ロット(6) 仕入先(5)(ロット回収の遡及用。
*>APPLICATION_127_LOT_TRACEが読む)
*>先頭6桁はAPPLICATION_59_THREE_WAYの従来レイアウト(KEY+SUJI)のまま
*>同じ入力からMovements.txtへ"R"(入庫)の移動レコードを1件追記する
*>(任意のロット/賞味期限つき。空白=ロット管理外)
*>超過入荷は警告を表示し、Yの確認があった場合のみ受け付ける
*>検査対象品番の入荷はQcHold.txtへ状態H(保留)の行を1件追記する
*>入庫移動と検査保留のロケーションは格納先(提案を受け入れた棚、または発注のロケーション)
*>ProductClass.txtの1行 = 品番(5) 品目分類(2)
*>LocationCapacity.txtの1行 = 倉庫(2) 棚(2) 棚段(2) 最大数量(5) 許容品目分類(2)
*>メインメニュー(APPLICATION_165_MAIN_MENU)からCALLされるため、終了はSTOP RUNではなく
*>GOBACKでメニューへ戻る(単独で起動したときはSTOP RUNと同じ)
