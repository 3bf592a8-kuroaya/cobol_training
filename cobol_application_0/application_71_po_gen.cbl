*>発注番号はPoControl.txt(最終採番)から連番で発行し、
*>発注登録簿(PoRegister.txt:発注番号/日付/ロケーション/数量/入荷済数量/状態)へ
*>何をいつどのロケーション向けに発注したかを残す
*>従来は1ロケーション1発注番号で、誰から買うかはどこにも残らず、購買担当が
*>不足リストを見て仕入先へ電話していた。現在はロケーション→品番
*>(LocationProduct.txt)→主仕入先(ProductSupplier.txt)→仕入先マスタ
*>(SupplierMaster.txt:APPLICATION_114_SUPPLIER_MAINTで保守)を引き、
*>補充数量を仕入先の最小発注数量まで切り上げたうえで仕入先ごとに1発注番号へ
*>まとめ(明細は行番号01から)、仕入先へそのまま送れる発注書を
*>1仕入先1ページでPurchaseOrders.txtへ印字してスプール台帳へ登録する
*>発注登録簿には仕入先・行番号・納期(発注日+リードタイム日数)も残す
*>主仕入先の無い品番/取引停止中の仕入先の品番は仕入先空白の発注にまとめ、
*>発注書には"NO PREFERRED SUPPLIER"と印字して購買担当の手配に回す
*>先にAPPLICATION_124_REPLENISHで他ロケーションの余剰からの移動を提案して
*>いれば、当日の移動提案(TransferPlan.txt)の数量を補充数量から差し引き、
*>移動でまかなえなかった残りだけを発注する
IDENTIFICATION DIVISION.
PROGRAM-ID. APPLICATION_71_PO_GEN.
ENVIRONMENT DIVISION.
            ASSIGN TO "PoRegister.txt"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS PO_REGISTER_STATUS.
*>仕入先の決定に使うマスタ(ロケーション→品番→主仕入先→仕入先)
        SELECT LOCATION_PRODUCT_FILE
            ASSIGN TO "LocationProduct.txt"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS LOCATION_PRODUCT_STATUS.
        SELECT PRODUCT_SUPPLIER_FILE
            ASSIGN TO "ProductSupplier.txt"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS PRODUCT_SUPPLIER_STATUS.
        SELECT SUPPLIER_MASTER_FILE
            ASSIGN TO "SupplierMaster.txt"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS SUPPLIER_MASTER_STATUS.
        SELECT PRODUCT_MASTER_FILE
            ASSIGN TO "ProductMaster.txt"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS PRODUCT_MASTER_STATUS.
*>当日の移動提案(APPLICATION_124_REPLENISHが作成。無ければ差し引かない)
        SELECT TRANSFER_PLAN_FILE
            ASSIGN TO "TransferPlan.txt"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS TRANSFER_PLAN_STATUS.
*>仕入先へ送る発注書(1仕入先1ページ)
        SELECT PRINT_FILE ASSIGN TO "PurchaseOrders.txt"
            FILE STATUS IS PRINT_STATUS.
DATA DIVISION.
    FILE SECTION.
        FD INVENTORY_POSITION_FILE.
            05 ROM_MIN_QTY PIC 9(05).
            05 ROM_MAX_QTY PIC 9(05).
*>発注レコード(先頭6桁はAPPLICATION_59_THREE_WAYが読む従来レイアウトのまま。
*>ORD_SUJIは発注内の行番号(01から)とし、実数量は後続のORD_QTYが持つ)
        FD ORDER_FILE.
        01 ORDER_RECORD.
            05 ORD_KEY PIC X(04).
        FD PO_CONTROL_FILE.
        01 PO_CONTROL_RECORD.
            05 POC_LAST_NO PIC 9(04).
*>発注登録簿(1発注明細1行。仕入先/行番号/納期は従来項目の後ろへ追加)
        FD PO_REGISTER_FILE.
        01 PO_REGISTER_RECORD.
            05 POR_NO PIC 9(04).
            05 POR_RECEIVED PIC 9(05).
            05 FILLER PIC X(01) VALUE SPACE.
            05 POR_PO_STATUS PIC X(01).
            05 FILLER PIC X(01) VALUE SPACE.
            05 POR_SUPPLIER PIC X(05).
            05 FILLER PIC X(01) VALUE SPACE.
            05 POR_LINE PIC 9(02).
            05 FILLER PIC X(01) VALUE SPACE.
            05 POR_DUE_DATE PIC 9(08).
        FD LOCATION_PRODUCT_FILE.
        01 LOCATION_PRODUCT_RECORD.
            05 LP_WAREHOUSE PIC 9(02).
            05 LP_BIN PIC 9(02).
            05 LP_SHELF PIC 9(02).
            05 FILLER PIC X(01).
            05 LP_HINBAN PIC 9(05).
        FD PRODUCT_SUPPLIER_FILE.
        01 PRODUCT_SUPPLIER_RECORD.
            05 PSL_HINBAN PIC 9(05).
            05 FILLER PIC X(01).
            05 PSL_SUPPLIER PIC X(05).
        FD SUPPLIER_MASTER_FILE.
        01 SUPPLIER_MASTER_RECORD.
            05 SUP_CODE PIC X(05).
            05 SUP_NAME PIC X(20).
            05 SUP_LEAD_DAYS PIC 9(03).
            05 SUP_MIN_QTY PIC 9(05).
            05 SUP_TERMS PIC 9(02).
            05 SUP_STATUS PIC X(01).
            05 SUP_BANK PIC X(04).
            05 SUP_BRANCH PIC X(03).
            05 SUP_ACCOUNT PIC X(07).
        FD PRODUCT_MASTER_FILE.
        01 PRODUCT_MASTER_RECORD.
            05 PM_HINBAN PIC 9(05).
            05 PM_HINMEI PIC X(10).
            05 PM_STATUS PIC X(01).
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
        01 ORDER_STATUS PIC XX.
        01 PO_CONTROL_STATUS PIC XX.
        01 PO_REGISTER_STATUS PIC XX.
        01 LOCATION_PRODUCT_STATUS PIC XX.
        01 PRODUCT_SUPPLIER_STATUS PIC XX.
        01 SUPPLIER_MASTER_STATUS PIC XX.
        01 PRODUCT_MASTER_STATUS PIC XX.
        01 TRANSFER_PLAN_STATUS PIC XX.
        01 PRINT_STATUS PIC XX.
*>多次元配列(倉庫×棚×棚段)。APPLICATION_9_MULTI_ARRAY_PERと同じ持ち方
        01 WORK_ITEM.
            03 WORK_DATA_1 OCCURS 2.
            05 WORK_DATA_2 OCCURS 2.
            07 WORK_DATA_3 OCCURS 3.
            09 WORK_ITEM_1 PIC 9(05).
*>ロケーション→品番(APPLICATION_74_VALUATIONと同じ持ち方。対応が無ければ00000)
        01 LOCPRD_TBL_AREA.
            03 LOCPRD_DATA_1 OCCURS 2.
            05 LOCPRD_DATA_2 OCCURS 2.
            07 LOCPRD_DATA_3 OCCURS 3.
            09 LOCPRD_HINBAN PIC 9(05).
*>移動先ロケーションごとの当日の移動提案数量
        01 PLAN_TBL_AREA.
            03 PLAN_DATA_1 OCCURS 2.
            05 PLAN_DATA_2 OCCURS 2.
            07 PLAN_DATA_3 OCCURS 3.
            09 PLAN_QTY PIC 9(05).
        01 WK_PLAN_TOTAL PIC 9(07) VALUE ZERO.
*>仕入先マスタテーブル
        01 SUPP_TBL_MASTER.
            05 SUPP_TBL_SIZE PIC 9(03) VALUE ZERO.
            05 SUPP_TBL OCCURS 0 TO 200
                DEPENDING ON SUPP_TBL_SIZE
                INDEXED BY SUPP_IDX.
                10 STB_CODE PIC X(05).
                10 STB_NAME PIC X(20).
                10 STB_LEAD_DAYS PIC 9(03).
                10 STB_MIN_QTY PIC 9(05).
                10 STB_TERMS PIC 9(02).
                10 STB_STATUS PIC X(01).
*>主仕入先テーブル(品番→仕入先)
        01 PSL_TBL_MASTER.
            05 PSL_TBL_SIZE PIC 9(03) VALUE ZERO.
            05 PSL_TBL OCCURS 0 TO 999
                DEPENDING ON PSL_TBL_SIZE
                INDEXED BY PSL_IDX.
                10 PLT_HINBAN PIC 9(05).
                10 PLT_SUPPLIER PIC X(05).
*>品名解決用の商品テーブル
        01 PRD_TBL_MASTER.
            05 PRD_TBL_SIZE PIC 9(03) VALUE ZERO.
            05 PRD_TBL OCCURS 0 TO 999
                DEPENDING ON PRD_TBL_SIZE
                INDEXED BY PRD_IDX.
                10 PRT_HINBAN PIC 9(05).
                10 PRT_HINMEI PIC X(10).
*>発注点割れ明細テーブル(発注点マスターを全件読んでから仕入先ごとに発注する)
        01 SHORT_TBL_MASTER.
            05 SHORT_TBL_SIZE PIC 9(03) VALUE ZERO.
            05 SHORT_TBL OCCURS 0 TO 99
                DEPENDING ON SHORT_TBL_SIZE
                INDEXED BY SHORT_IDX.
                10 SHT_SUPPLIER PIC X(05).
                10 SHT_HINBAN PIC 9(05).
                10 SHT_WAREHOUSE PIC 9(02).
                10 SHT_BIN PIC 9(02).
                10 SHT_SHELF PIC 9(02).
                10 SHT_QTY PIC 9(05).
                10 SHT_DONE PIC X(01).
        01 WK_SHORT_NO PIC 9(03).
*>発注番号の採番エリア(PoControl.txtが無い場合は0から開始する)
        01 WK_LAST_PO_NO PIC 9(04) VALUE ZERO.
        01 WK_TODAY PIC 9(08).
        01 WK_SUGGEST_QTY PIC 9(05).
        01 WK_PO_CNT PIC 9(05) VALUE ZERO.
        01 WK_LINE_CNT PIC 9(05) VALUE ZERO.
*>発注1件分の編集エリア(仕入先条件・納期・行番号)
        01 WK_HINBAN PIC 9(05).
        01 WK_SUPPLIER PIC X(05).
        01 WK_SUPP_NAME PIC X(20).
        01 WK_LEAD_DAYS PIC 9(03).
        01 WK_MIN_QTY PIC 9(05).
        01 WK_TERMS PIC 9(02).
        01 WK_DUE_INT PIC 9(08).
        01 WK_DUE_DATE PIC 9(08).
        01 WK_PO_LINE PIC 9(02).
        01 WK_PO_QTY_TOTAL PIC 9(07).
        01 SW_FOUND PIC X(01).
*>スプール台帳への登録用
        01 WK_SC_DOC_NAME PIC X(30) VALUE "PurchaseOrders.txt".
*>発注書の帳票行
        01 PO_TITLE_LINE.
            05 PIC X(25) VALUE "*** PURCHASE ORDER ***   ".
            05 PIC X(07) VALUE "PO NO: ".
            05 TTL_PO_NO PIC 9(04).
            05 PIC X(04) VALUE SPACE.
            05 PIC X(06) VALUE "DATE: ".
            05 TTL_YEAR PIC 9(04).
            05 PIC X(01) VALUE "/".
            05 TTL_MONTH PIC 9(02).
            05 PIC X(01) VALUE "/".
            05 TTL_DAY PIC 9(02).
            05 PIC X(24) VALUE SPACE.
        01 PO_SUPP_LINE.
            05 PIC X(10) VALUE "SUPPLIER: ".
            05 POS_CODE PIC X(05).
            05 PIC X(01) VALUE SPACE.
            05 POS_NAME PIC X(21).
            05 PIC X(43) VALUE SPACE.
        01 PO_TERMS_LINE.
            05 PIC X(15) VALUE "PAYMENT TERMS: ".
            05 POT_TERMS PIC Z9.
            05 PIC X(16) VALUE " DAYS  LEAD TIME".
            05 PIC X(02) VALUE ": ".
            05 POT_LEAD PIC ZZ9.
            05 PIC X(07) VALUE " DAYS  ".
            05 PIC X(12) VALUE "DELIVER BY: ".
            05 POT_DUE_YEAR PIC 9(04).
            05 PIC X(01) VALUE "/".
            05 POT_DUE_MONTH PIC 9(02).
            05 PIC X(01) VALUE "/".
            05 POT_DUE_DAY PIC 9(02).
            05 PIC X(13) VALUE SPACE.
        01 PO_HEAD_LINE.
            05 PIC X(40) VALUE
                "LN  HINBAN  DESCRIPTION        QUANTITY".
            05 PIC X(40) VALUE "   DELIVER TO WH-BN-SH".
        01 PO_DETAIL_LINE.
            05 POD_LINE PIC 9(02).
            05 PIC X(02) VALUE SPACE.
            05 POD_HINBAN PIC 9(05).
            05 PIC X(03) VALUE SPACE.
            05 POD_HINMEI PIC X(10).
            05 PIC X(11) VALUE SPACE.
            05 POD_QTY PIC X(07).
            05 PIC X(14) VALUE SPACE.
            05 POD_WAREHOUSE PIC 9(02).
            05 PIC X(01) VALUE "-".
            05 POD_BIN PIC 9(02).
            05 PIC X(01) VALUE "-".
            05 POD_SHELF PIC 9(02).
            05 PIC X(18) VALUE SPACE.
        01 PO_TOTAL_LINE.
            05 PIC X(13) VALUE "TOTAL LINES: ".
            05 POL_LINES PIC Z9.
            05 PIC X(14) VALUE "   TOTAL QTY: ".
            05 POL_QTY PIC Z(6)9.
            05 PIC X(44) VALUE SPACE.
*>帳票共通の印字編集項目(ゼロ抑制/けたよせ)
        COPY PRINT_EDIT.
PROCEDURE DIVISION.
    PO_GEN_RTN SECTION.
    *>初期処理(在庫ポジション・仕入先関連マスタの読み込み、採番の読み込み)
        CALL "BUSINESS_DATE" USING WK_TODAY.
        PERFORM LOAD-INVENTORY-RTN.
        PERFORM LOAD-PO-CONTROL-RTN.
        PERFORM LOAD-LOCPRD-RTN.
        PERFORM LOAD-SUPPLIER-RTN.
        PERFORM LOAD-PRODUCT-RTN.
        PERFORM LOAD-TRANSFER-PLAN-RTN.
    *>主処理(発注点マスターとの突き合わせで発注点割れ明細を集める)
        OPEN INPUT REORDER_MASTER_FILE.
        IF REORDER_MASTER_STATUS NOT = "00"
            THEN
                DISPLAY "REORDER MASTER NOT FOUND. NO PO GENERATED."
                STOP RUN
        END-IF.
        PERFORM UNTIL REORDER_MASTER_STATUS NOT = "00"
            READ REORDER_MASTER_FILE
                AT END
                    DISPLAY "READ END"
                NOT AT END
                    PERFORM CHECK-LOCATION-RTN
            END-READ
        END-PERFORM.
        CLOSE REORDER_MASTER_FILE.
    *>主処理(仕入先ごとに発注番号を採番し、発注レコードと発注書を出す)
        OPEN EXTEND ORDER_FILE.
        IF ORDER_STATUS NOT = "00"
            THEN
            THEN
                OPEN OUTPUT PO_REGISTER_FILE
        END-IF.
        OPEN OUTPUT PRINT_FILE.
        PERFORM VARYING WK_SHORT_NO FROM 1 BY 1
                UNTIL WK_SHORT_NO > SHORT_TBL_SIZE
            IF SHT_DONE(WK_SHORT_NO) NOT = "Y"
                THEN
                    PERFORM WRITE-PO-RTN
            END-IF
        END-PERFORM.
    *>終了処理(採番の書き戻し、ファイルクローズ、スプール台帳への登録)
        CLOSE ORDER_FILE.
        CLOSE PO_REGISTER_FILE.
        CLOSE PRINT_FILE.
        PERFORM SAVE-PO-CONTROL-RTN.
        CALL "SPOOL_CATALOG" USING WK_SC_DOC_NAME.
        DISPLAY "PURCHASE ORDERS GENERATED: " WK_PO_CNT
            " LINES: " WK_LINE_CNT.
        STOP RUN.
    PO_GEN_EXIT.
    *>1.ロケーション1件分の判定(発注点割れなら補充数量を仕入先つきで控える)
    CHECK-LOCATION-RTN SECTION.
        IF ROM_WAREHOUSE < 1 OR ROM_WAREHOUSE > 2
                OR ROM_BIN < 1 OR ROM_BIN > 2
            THEN
                COMPUTE WK_SUGGEST_QTY = ROM_MAX_QTY -
                    WORK_ITEM_1(ROM_WAREHOUSE ROM_BIN ROM_SHELF)
            ELSE
                GO TO CHECK-LOCATION-EXIT
        END-IF.
*>移動でまかなう分を差し引き、残りがあるときだけ発注する
        IF PLAN_QTY(ROM_WAREHOUSE ROM_BIN ROM_SHELF) NOT < WK_SUGGEST_QTY
            THEN
                DISPLAY "COVERED BY TRANSFER: " REORDER_MASTER_RECORD
                GO TO CHECK-LOCATION-EXIT
        END-IF.
        SUBTRACT PLAN_QTY(ROM_WAREHOUSE ROM_BIN ROM_SHELF)
            FROM WK_SUGGEST_QTY.
        PERFORM ADD-SHORTAGE-RTN.
    CHECK-LOCATION-EXIT.
    *>1-1.発注点割れ明細の追加(主仕入先の決定と最小発注数量への切り上げ)
    ADD-SHORTAGE-RTN SECTION.
        IF SHORT_TBL_SIZE >= 99
            THEN
                DISPLAY "SHORTAGE TABLE FULL. LOCATION SKIPPED: "
                    REORDER_MASTER_RECORD
                GO TO ADD-SHORTAGE-EXIT
        END-IF.
        MOVE LOCPRD_HINBAN(ROM_WAREHOUSE ROM_BIN ROM_SHELF)
            TO WK_HINBAN.
        PERFORM FIND-SUPPLIER-RTN.
        IF WK_SUGGEST_QTY < WK_MIN_QTY
            THEN
                MOVE WK_MIN_QTY TO WK_SUGGEST_QTY
        END-IF.
        ADD 1 TO SHORT_TBL_SIZE.
        SET SHORT_IDX TO SHORT_TBL_SIZE.
        MOVE WK_SUPPLIER TO SHT_SUPPLIER(SHORT_IDX).
        MOVE WK_HINBAN TO SHT_HINBAN(SHORT_IDX).
        MOVE ROM_WAREHOUSE TO SHT_WAREHOUSE(SHORT_IDX).
        MOVE ROM_BIN TO SHT_BIN(SHORT_IDX).
        MOVE ROM_SHELF TO SHT_SHELF(SHORT_IDX).
        MOVE WK_SUGGEST_QTY TO SHT_QTY(SHORT_IDX).
        MOVE "N" TO SHT_DONE(SHORT_IDX).
    ADD-SHORTAGE-EXIT.
    *>1-2.品番の主仕入先と取引条件の決定(無い/取引停止なら仕入先空白)
    FIND-SUPPLIER-RTN SECTION.
        MOVE SPACE TO WK_SUPPLIER.
        MOVE SPACE TO WK_SUPP_NAME.
        MOVE ZERO TO WK_LEAD_DAYS WK_MIN_QTY WK_TERMS.
        MOVE SPACE TO SW_FOUND.
        SET PSL_IDX TO 1.
        SEARCH PSL_TBL
            AT END
                CONTINUE
            WHEN PLT_HINBAN(PSL_IDX) = WK_HINBAN
                MOVE "Y" TO SW_FOUND
        END-SEARCH.
        IF SW_FOUND NOT = "Y"
            THEN
                GO TO FIND-SUPPLIER-EXIT
        END-IF.
        SET SUPP_IDX TO 1.
        SEARCH SUPP_TBL
            AT END
                DISPLAY "SUPPLIER " PLT_SUPPLIER(PSL_IDX)
                    " NOT IN MASTER. HINBAN " WK_HINBAN
            WHEN STB_CODE(SUPP_IDX) = PLT_SUPPLIER(PSL_IDX)
                IF STB_STATUS(SUPP_IDX) = "S"
                    THEN
                        DISPLAY "SUPPLIER " STB_CODE(SUPP_IDX)
                            " SUSPENDED. HINBAN " WK_HINBAN
                    ELSE
                        MOVE STB_CODE(SUPP_IDX) TO WK_SUPPLIER
                        MOVE STB_NAME(SUPP_IDX) TO WK_SUPP_NAME
                        MOVE STB_LEAD_DAYS(SUPP_IDX) TO WK_LEAD_DAYS
                        MOVE STB_MIN_QTY(SUPP_IDX) TO WK_MIN_QTY
                        MOVE STB_TERMS(SUPP_IDX) TO WK_TERMS
                END-IF
        END-SEARCH.
    FIND-SUPPLIER-EXIT.
    *>1-3.仕入先1社分の発注(採番→同じ仕入先の明細を行番号順に発行→発注書)
    WRITE-PO-RTN SECTION.
        IF WK_LAST_PO_NO >= 9999
            THEN
                GO TO WRITE-PO-EXIT
        END-IF.
        ADD 1 TO WK_LAST_PO_NO.
        ADD 1 TO WK_PO_CNT.
        MOVE SHT_HINBAN(WK_SHORT_NO) TO WK_HINBAN.
        PERFORM FIND-SUPPLIER-RTN.
        COMPUTE WK_DUE_INT =
            FUNCTION INTEGER-OF-DATE(WK_TODAY) + WK_LEAD_DAYS.
        COMPUTE WK_DUE_DATE = FUNCTION DATE-OF-INTEGER(WK_DUE_INT).
        PERFORM PRINT-PO-HEADER-RTN.
        MOVE ZERO TO WK_PO_LINE.
        MOVE ZERO TO WK_PO_QTY_TOTAL.
        PERFORM VARYING SHORT_IDX FROM WK_SHORT_NO BY 1
                UNTIL SHORT_IDX > SHORT_TBL_SIZE
            IF SHT_DONE(SHORT_IDX) NOT = "Y"
                    AND SHT_SUPPLIER(SHORT_IDX) = WK_SUPPLIER
                    AND WK_PO_LINE < 99
                THEN
                    PERFORM WRITE-PO-LINE-RTN
            END-IF
        END-PERFORM.
        MOVE WK_PO_LINE TO POL_LINES.
        MOVE WK_PO_QTY_TOTAL TO POL_QTY.
        WRITE PRINT_RECORD FROM PO_TOTAL_LINE AFTER 2 LINE.
        DISPLAY "PO " WK_LAST_PO_NO " SUPPLIER " WK_SUPPLIER
            " LINES " WK_PO_LINE " DUE " WK_DUE_DATE.
    WRITE-PO-EXIT.
    *>1-3-1.発注明細1行分の発行(発注レコード→発注登録簿→発注書明細)
    WRITE-PO-LINE-RTN SECTION.
        ADD 1 TO WK_PO_LINE.
        ADD 1 TO WK_LINE_CNT.
        ADD SHT_QTY(SHORT_IDX) TO WK_PO_QTY_TOTAL.
        MOVE "Y" TO SHT_DONE(SHORT_IDX).
        MOVE SPACE TO ORDER_RECORD.
        MOVE WK_LAST_PO_NO TO ORD_KEY.
        MOVE WK_PO_LINE TO ORD_SUJI.
        MOVE SHT_QTY(SHORT_IDX) TO ORD_QTY.
        MOVE SHT_WAREHOUSE(SHORT_IDX) TO ORD_WAREHOUSE.
        MOVE SHT_BIN(SHORT_IDX) TO ORD_BIN.
        MOVE SHT_SHELF(SHORT_IDX) TO ORD_SHELF.
        WRITE ORDER_RECORD.
        MOVE SPACE TO PO_REGISTER_RECORD.
        MOVE WK_LAST_PO_NO TO POR_NO.
        MOVE WK_TODAY TO POR_DATE.
        MOVE SHT_WAREHOUSE(SHORT_IDX) TO POR_WAREHOUSE.
        MOVE SHT_BIN(SHORT_IDX) TO POR_BIN.
        MOVE SHT_SHELF(SHORT_IDX) TO POR_SHELF.
        MOVE SHT_QTY(SHORT_IDX) TO POR_QTY.
        MOVE ZERO TO POR_RECEIVED.
        MOVE "O" TO POR_PO_STATUS.
        MOVE WK_SUPPLIER TO POR_SUPPLIER.
        MOVE WK_PO_LINE TO POR_LINE.
        MOVE WK_DUE_DATE TO POR_DUE_DATE.
        WRITE PO_REGISTER_RECORD.
        MOVE SPACE TO POD_HINMEI.
        SET PRD_IDX TO 1.
        SEARCH PRD_TBL
            AT END
                MOVE "UNKNOWN" TO POD_HINMEI
            WHEN PRT_HINBAN(PRD_IDX) = SHT_HINBAN(SHORT_IDX)
                MOVE PRT_HINMEI(PRD_IDX) TO POD_HINMEI
        END-SEARCH.
        MOVE WK_PO_LINE TO POD_LINE.
        MOVE SHT_HINBAN(SHORT_IDX) TO POD_HINBAN.
        MOVE SHT_QTY(SHORT_IDX) TO PE_AMOUNT_7.
        MOVE PE_AMOUNT_7 TO POD_QTY.
        MOVE SHT_WAREHOUSE(SHORT_IDX) TO POD_WAREHOUSE.
        MOVE SHT_BIN(SHORT_IDX) TO POD_BIN.
        MOVE SHT_SHELF(SHORT_IDX) TO POD_SHELF.
        WRITE PRINT_RECORD FROM PO_DETAIL_LINE AFTER 1 LINE.
    WRITE-PO-LINE-EXIT.
    *>1-3-2.発注書の見出し(改ページ→発注番号・日付→仕入先→取引条件→明細見出し)
    PRINT-PO-HEADER-RTN SECTION.
        MOVE WK_LAST_PO_NO TO TTL_PO_NO.
        MOVE WK_TODAY(1:4) TO TTL_YEAR.
        MOVE WK_TODAY(5:2) TO TTL_MONTH.
        MOVE WK_TODAY(7:2) TO TTL_DAY.
        WRITE PRINT_RECORD FROM PO_TITLE_LINE AFTER PAGE.
        IF WK_SUPPLIER = SPACE
            THEN
                MOVE SPACE TO POS_CODE
                MOVE "NO PREFERRED SUPPLIER" TO POS_NAME
            ELSE
                MOVE WK_SUPPLIER TO POS_CODE
                MOVE WK_SUPP_NAME TO POS_NAME
        END-IF.
        WRITE PRINT_RECORD FROM PO_SUPP_LINE AFTER 2 LINE.
        MOVE WK_TERMS TO POT_TERMS.
        MOVE WK_LEAD_DAYS TO POT_LEAD.
        MOVE WK_DUE_DATE(1:4) TO POT_DUE_YEAR.
        MOVE WK_DUE_DATE(5:2) TO POT_DUE_MONTH.
        MOVE WK_DUE_DATE(7:2) TO POT_DUE_DAY.
        WRITE PRINT_RECORD FROM PO_TERMS_LINE AFTER 1 LINE.
        WRITE PRINT_RECORD FROM PO_HEAD_LINE AFTER 2 LINE.
    PRINT-PO-HEADER-EXIT.
    *>2.在庫ポジションファイルの読み込み(無ければ全ポジション0で開始する)
    LOAD-INVENTORY-RTN SECTION.
        MOVE ZERO TO WORK_ITEM.
        WRITE PO_CONTROL_RECORD.
        CLOSE PO_CONTROL_FILE.
    SAVE-PO-CONTROL-EXIT.
    *>5.ロケーション商品対応の読み込み(対応が無いロケーションは品番00000)
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
    *>6.仕入先マスタ・主仕入先の読み込み(無ければ全品番が仕入先空白になる)
    LOAD-SUPPLIER-RTN SECTION.
        OPEN INPUT SUPPLIER_MASTER_FILE.
        IF SUPPLIER_MASTER_STATUS = "00"
            THEN
                PERFORM UNTIL SUPPLIER_MASTER_STATUS NOT = "00"
                    READ SUPPLIER_MASTER_FILE
                        AT END
                            CONTINUE
                        NOT AT END
                            IF SUPP_TBL_SIZE < 200
                                THEN
                                    ADD 1 TO SUPP_TBL_SIZE
                                    SET SUPP_IDX TO SUPP_TBL_SIZE
                                    MOVE SUP_CODE TO STB_CODE(SUPP_IDX)
                                    MOVE SUP_NAME TO STB_NAME(SUPP_IDX)
                                    MOVE SUP_LEAD_DAYS
                                        TO STB_LEAD_DAYS(SUPP_IDX)
                                    MOVE SUP_MIN_QTY
                                        TO STB_MIN_QTY(SUPP_IDX)
                                    MOVE SUP_TERMS
                                        TO STB_TERMS(SUPP_IDX)
                                    MOVE SUP_STATUS
                                        TO STB_STATUS(SUPP_IDX)
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE SUPPLIER_MASTER_FILE
            ELSE
                DISPLAY "SUPPLIER MASTER NOT FOUND."
        END-IF.
        OPEN INPUT PRODUCT_SUPPLIER_FILE.
        IF PRODUCT_SUPPLIER_STATUS = "00"
            THEN
                PERFORM UNTIL PRODUCT_SUPPLIER_STATUS NOT = "00"
                    READ PRODUCT_SUPPLIER_FILE
                        AT END
                            CONTINUE
                        NOT AT END
                            IF PSL_TBL_SIZE < 999
                                THEN
                                    ADD 1 TO PSL_TBL_SIZE
                                    SET PSL_IDX TO PSL_TBL_SIZE
                                    MOVE PSL_HINBAN
                                        TO PLT_HINBAN(PSL_IDX)
                                    MOVE PSL_SUPPLIER
                                        TO PLT_SUPPLIER(PSL_IDX)
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE PRODUCT_SUPPLIER_FILE
        END-IF.
    LOAD-SUPPLIER-EXIT.
    *>7.品名解決用の商品マスタの読み込み
    LOAD-PRODUCT-RTN SECTION.
        OPEN INPUT PRODUCT_MASTER_FILE.
        IF PRODUCT_MASTER_STATUS = "00"
            THEN
                PERFORM UNTIL PRODUCT_MASTER_STATUS NOT = "00"
                    READ PRODUCT_MASTER_FILE
                        AT END
                            CONTINUE
                        NOT AT END
                            IF PRD_TBL_SIZE < 999
                                THEN
                                    ADD 1 TO PRD_TBL_SIZE
                                    SET PRD_IDX TO PRD_TBL_SIZE
                                    MOVE PM_HINBAN TO PRT_HINBAN(PRD_IDX)
                                    MOVE PM_HINMEI TO PRT_HINMEI(PRD_IDX)
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE PRODUCT_MASTER_FILE
        END-IF.
    LOAD-PRODUCT-EXIT.
    *>8.当日の移動提案の読み込み(移動先ロケーションごとに数量を合計する)
    LOAD-TRANSFER-PLAN-RTN SECTION.
        MOVE ZERO TO PLAN_TBL_AREA.
        OPEN INPUT TRANSFER_PLAN_FILE.
        IF TRANSFER_PLAN_STATUS NOT = "00"
            THEN
                GO TO LOAD-TRANSFER-PLAN-EXIT
        END-IF.
        PERFORM UNTIL TRANSFER_PLAN_STATUS NOT = "00"
            READ TRANSFER_PLAN_FILE
                AT END
                    CONTINUE
                NOT AT END
                    IF TPL_DATE = WK_TODAY
                            AND TPL_TO_WAREHOUSE >= 1
                            AND TPL_TO_WAREHOUSE <= 2
                            AND TPL_TO_BIN >= 1 AND TPL_TO_BIN <= 2
                            AND TPL_TO_SHELF >= 1 AND TPL_TO_SHELF <= 3
                        THEN
                            ADD TPL_QTY TO PLAN_QTY
                                (TPL_TO_WAREHOUSE TPL_TO_BIN TPL_TO_SHELF)
                            ADD TPL_QTY TO WK_PLAN_TOTAL
                    END-IF
            END-READ
        END-PERFORM.
        CLOSE TRANSFER_PLAN_FILE.
        IF WK_PLAN_TOTAL > ZERO
            THEN
                DISPLAY "QTY COVERED BY TRANSFER PLAN: " WK_PLAN_TOTAL
        END-IF.
    LOAD-TRANSFER-PLAN-EXIT.
*>Orders.txtの1行 = 発注番号(4) 行番号(2:発注内01から) 数量(5) 倉庫(2) 棚(2) 棚段(2)
*>先頭6桁はAPPLICATION_59_THREE_WAYの従来レイアウト(KEY+SUJI)のまま
*>PoRegister.txtの1行 = 発注番号(4) 発注日(8) 倉庫棚棚段(6) 発注数量(5)
*>入荷済数量(5) 状態(1:O=未入荷 P=一部入荷 C=入荷完了) 仕入先(5:空白=主仕入先なし)
*>行番号(2) 納期(8:発注日+リードタイム日数)。1発注明細につき1行
*>PoControl.txtの1行 = 最終発行番号(4)。次回はこの続きから採番する
*>ProductSupplier.txtの1行 = 品番(5) 主仕入先コード(5)
*>TransferPlan.txtの1行 = 提案日(8) 移動先倉庫棚棚段(6) 品番(5) 数量(5)
*>移動元倉庫棚棚段(6)。提案日が当日の行だけを補充数量から差し引く
*>PurchaseOrders.txt = 発注書(1仕入先1ページ、見出し行は"***"で始まる)
