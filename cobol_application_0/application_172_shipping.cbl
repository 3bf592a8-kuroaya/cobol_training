*>出荷・納品書 ピッキング確認済みの受注(PickedOrders.txt:APPLICATION_77_PICK_LISTが書く)を
*>得意先と納品先ごとに1出荷へまとめ、出荷番号(=納品書番号)を採番して
*>納品書(DeliveryNotes.txt:1出荷=1ページ。品番・品名・数量・ロット、受領印欄つき)を印字し、
*>運送会社ごとの出荷明細(Manifest.<運送会社>.txt:出荷・個口数・重量)を作る
*>(従来は手書きの送り状で出荷し、運送会社へは個口数を電話で伝えていた)
*>  納品先と運送会社は得意先納品先マスタ(CustomerShipTo.txt)で引く
*>  受注ごとに納品先を変えるときはOrderShipTo.txt(受注番号→納品先コード)。無ければ納品先01
*>  納品先の無い得意先のピック明細は出荷せずに残し、戻り値4で知らせる
*>  個口数と重量は品番別の荷姿(ProductWeight.txt:単位重量g・1個口の入数)から計算する
*>  (荷姿の無い品番は明細1行=1個口・重量0として数え、戻り値4)
*>出荷番号はShipmentControl.txt(最終採番)から連番で発行し、出荷登録簿(ShipmentRegister.txt)へ
*>出荷1件につき1行を書き足す。ピック明細には出荷番号を書き込んでPickedOrders.txtへ戻す
*>(請求生成APPLICATION_85_INVOICINGは出荷番号のある明細だけを請求する)
*>運送会社への出荷明細は伝送登録簿(TRANSMIT_LOG)へ送信として記録する
*>請求生成の前に実行する
IDENTIFICATION DIVISION.
PROGRAM-ID. APPLICATION_172_SHIPPING.
ENVIRONMENT DIVISION.
    INPUT-OUTPUT SECTION.
    FILE-CONTROL.
        SELECT PICKED_ORDER_FILE
            ASSIGN TO "PickedOrders.txt"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS PICKED_ORDER_STATUS.
        SELECT SHIP_TO_FILE
            ASSIGN TO "CustomerShipTo.txt"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS SHIP_TO_STATUS.
        SELECT ORDER_SHIP_TO_FILE
            ASSIGN TO "OrderShipTo.txt"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS ORDER_SHIP_TO_STATUS.
        SELECT PRODUCT_WEIGHT_FILE
            ASSIGN TO "ProductWeight.txt"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS PRODUCT_WEIGHT_STATUS.
        SELECT PRODUCT_MASTER_FILE
            ASSIGN TO "ProductMaster.txt"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS PRODUCT_MASTER_STATUS.
        SELECT CUSTOMER_MASTER_FILE
            ASSIGN TO "CustomerMaster.txt"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS CUSTOMER_MASTER_STATUS.
        SELECT SHIPMENT_CONTROL_FILE
            ASSIGN TO "ShipmentControl.txt"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS SHIPMENT_CONTROL_STATUS.
        SELECT SHIPMENT_REGISTER_FILE
            ASSIGN TO "ShipmentRegister.txt"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS SHIPMENT_REGISTER_STATUS.
        SELECT MANIFEST_FILE
            ASSIGN TO DYNAMIC WK_MANIFEST_NAME
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS MANIFEST_STATUS.
        SELECT PRINT_FILE ASSIGN TO "DeliveryNotes.txt"
            FILE STATUS IS PRINT_STATUS.
DATA DIVISION.
    FILE SECTION.
        FD PICKED_ORDER_FILE.
        01 PICKED_ORDER_RECORD.
            05 PKO_DATE PIC 9(08).
            05 FILLER PIC X(01).
            05 PKO_CUSTOMER PIC X(05).
            05 FILLER PIC X(01).
            05 PKO_HINBAN PIC 9(05).
            05 FILLER PIC X(01).
            05 PKO_WAREHOUSE PIC 9(02).
            05 FILLER PIC X(01).
            05 PKO_QTY PIC 9(05).
            05 FILLER PIC X(01).
            05 PKO_LOT PIC X(06).
            05 FILLER PIC X(01).
            05 PKO_ORDER_NO PIC 9(06).
            05 FILLER PIC X(01).
            05 PKO_LINE_NO PIC 9(02).
            05 FILLER PIC X(01).
            05 PKO_SHIP_NO PIC 9(06).
        FD SHIP_TO_FILE.
        01 SHIP_TO_RECORD.
            05 SHT_CUSTOMER PIC X(05).
            05 FILLER PIC X(01).
            05 SHT_SHIP_TO PIC X(02).
            05 FILLER PIC X(01).
            05 SHT_CARRIER PIC X(04).
            05 FILLER PIC X(01).
            05 SHT_ADDRESS PIC X(40).
        FD ORDER_SHIP_TO_FILE.
        01 ORDER_SHIP_TO_RECORD.
            05 OST_ORDER_NO PIC 9(06).
            05 FILLER PIC X(01).
            05 OST_SHIP_TO PIC X(02).
        FD PRODUCT_WEIGHT_FILE.
        01 PRODUCT_WEIGHT_RECORD.
            05 PWT_HINBAN PIC 9(05).
            05 FILLER PIC X(01).
            05 PWT_UNIT_GRAM PIC 9(06).
            05 FILLER PIC X(01).
            05 PWT_PACK_QTY PIC 9(04).
        FD PRODUCT_MASTER_FILE.
        01 PRODUCT_MASTER_RECORD.
            05 PM_HINBAN PIC 9(05).
            05 PM_HINMEI PIC X(10).
            05 PM_STATUS PIC X(01).
        FD CUSTOMER_MASTER_FILE.
        01 CUSTOMER_MASTER_RECORD.
            05 CU_CODE PIC X(05).
            05 CU_NAME PIC X(10).
            05 CU_TERMS PIC 9(02).
            05 CU_CREDIT_LIMIT PIC 9(07).
            05 CU_STATUS PIC X(01).
        FD SHIPMENT_CONTROL_FILE.
        01 SHIPMENT_CONTROL_RECORD.
            05 SHC_LAST_NO PIC 9(06).
        FD SHIPMENT_REGISTER_FILE.
        01 SHIPMENT_REGISTER_RECORD.
            05 SHR_NO PIC 9(06).
            05 FILLER PIC X(01) VALUE SPACE.
            05 SHR_DATE PIC 9(08).
            05 FILLER PIC X(01) VALUE SPACE.
            05 SHR_CUSTOMER PIC X(05).
            05 FILLER PIC X(01) VALUE SPACE.
            05 SHR_SHIP_TO PIC X(02).
            05 FILLER PIC X(01) VALUE SPACE.
            05 SHR_CARRIER PIC X(04).
            05 FILLER PIC X(01) VALUE SPACE.
            05 SHR_LINES PIC 9(03).
            05 FILLER PIC X(01) VALUE SPACE.
            05 SHR_PACKAGES PIC 9(05).
            05 FILLER PIC X(01) VALUE SPACE.
            05 SHR_GRAMS PIC 9(09).
*>運送会社への出荷明細(H=ヘッダ D=出荷1件 T=トレーラ)
        FD MANIFEST_FILE.
        01 MANIFEST_RECORD.
            05 MNF_TYPE PIC X(01).
            05 FILLER PIC X(01) VALUE SPACE.
            05 MNF_BODY PIC X(78).
        01 MANIFEST_HEADER_RECORD.
            05 FILLER PIC X(02).
            05 MNH_CARRIER PIC X(04).
            05 FILLER PIC X(01).
            05 MNH_DATE PIC 9(08).
            05 FILLER PIC X(65).
        01 MANIFEST_DETAIL_RECORD.
            05 FILLER PIC X(02).
            05 MND_SHIP_NO PIC 9(06).
            05 FILLER PIC X(01).
            05 MND_CUSTOMER PIC X(05).
            05 FILLER PIC X(01).
            05 MND_SHIP_TO PIC X(02).
            05 FILLER PIC X(01).
            05 MND_PACKAGES PIC 9(05).
            05 FILLER PIC X(01).
            05 MND_GRAMS PIC 9(09).
            05 FILLER PIC X(01).
            05 MND_ADDRESS PIC X(40).
            05 FILLER PIC X(06).
        01 MANIFEST_TRAILER_RECORD.
            05 FILLER PIC X(02).
            05 MNT_COUNT PIC 9(05).
            05 FILLER PIC X(01).
            05 MNT_PACKAGES PIC 9(07).
            05 FILLER PIC X(01).
            05 MNT_GRAMS PIC 9(11).
            05 FILLER PIC X(53).
        FD PRINT_FILE.
        01 PRINT_RECORD PIC X(80).
    WORKING-STORAGE SECTION.
        01 PICKED_ORDER_STATUS PIC XX.
        01 SHIP_TO_STATUS PIC XX.
        01 ORDER_SHIP_TO_STATUS PIC XX.
        01 PRODUCT_WEIGHT_STATUS PIC XX.
        01 PRODUCT_MASTER_STATUS PIC XX.
        01 CUSTOMER_MASTER_STATUS PIC XX.
        01 SHIPMENT_CONTROL_STATUS PIC XX.
        01 SHIPMENT_REGISTER_STATUS PIC XX.
        01 MANIFEST_STATUS PIC XX.
        01 PRINT_STATUS PIC XX.
        01 WK_MANIFEST_NAME PIC X(30).
*>TRANSMIT_LOGへの受け渡しエリア(件数=出荷件数、金額欄=総重量g)
        01 WK_TL_AREA.
            05 WK_TL_MODE PIC X(01).
            05 WK_TL_DIRECTION PIC X(01).
            05 WK_TL_FILE PIC X(30).
            05 WK_TL_COUNT PIC 9(07).
            05 WK_TL_TOTAL PIC 9(13).
*>スプール台帳への登録用(受領印をもらう控えの再印字用)
        01 WK_SC_DOC_NAME PIC X(30) VALUE "DeliveryNotes.txt".
*>ピック済み明細テーブル(出荷番号を書き込んで全件を書き戻すため全件を持つ)
        01 PICK_TBL_MASTER.
            05 PICK_TBL_SIZE PIC 9(03) VALUE ZERO.
            05 PICK_TBL OCCURS 0 TO 999
                DEPENDING ON PICK_TBL_SIZE
                INDEXED BY PICK_IDX.
                10 PKT_DATE PIC 9(08).
                10 PKT_CUSTOMER PIC X(05).
                10 PKT_HINBAN PIC 9(05).
                10 PKT_WAREHOUSE PIC 9(02).
                10 PKT_QTY PIC 9(05).
                10 PKT_LOT PIC X(06).
                10 PKT_ORDER_NO PIC 9(06).
                10 PKT_LINE_NO PIC 9(02).
                10 PKT_SHIP_NO PIC 9(06).
                10 PKT_SHIP_TO PIC X(02).
                10 PKT_PACKAGES PIC 9(05).
                10 PKT_GRAMS PIC 9(09).
        01 WK_PICK_SUB PIC 9(03).
        01 WK_PICK_SUB2 PIC 9(03).
        01 WK_PICK_OVER_CNT PIC 9(05) VALUE ZERO.
*>得意先納品先テーブル
        01 SHT_TBL_MASTER.
            05 SHT_TBL_SIZE PIC 9(03) VALUE ZERO.
            05 SHT_TBL OCCURS 0 TO 999
                DEPENDING ON SHT_TBL_SIZE
                INDEXED BY SHT_IDX.
                10 STT_CUSTOMER PIC X(05).
                10 STT_SHIP_TO PIC X(02).
                10 STT_CARRIER PIC X(04).
                10 STT_ADDRESS PIC X(40).
*>受注別の納品先テーブル
        01 OST_TBL_MASTER.
            05 OST_TBL_SIZE PIC 9(03) VALUE ZERO.
            05 OST_TBL OCCURS 0 TO 999
                DEPENDING ON OST_TBL_SIZE
                INDEXED BY OST_IDX.
                10 OTT_ORDER_NO PIC 9(06).
                10 OTT_SHIP_TO PIC X(02).
*>品番別の荷姿テーブル
        01 PWT_TBL_MASTER.
            05 PWT_TBL_SIZE PIC 9(03) VALUE ZERO.
            05 PWT_TBL OCCURS 0 TO 999
                DEPENDING ON PWT_TBL_SIZE
                INDEXED BY PWT_IDX.
                10 PWW_HINBAN PIC 9(05).
                10 PWW_UNIT_GRAM PIC 9(06).
                10 PWW_PACK_QTY PIC 9(04).
*>品名テーブル・得意先名テーブル(納品書の印刷用)
        01 PRD_TBL_MASTER.
            05 PRD_TBL_SIZE PIC 9(03) VALUE ZERO.
            05 PRD_TBL OCCURS 0 TO 999
                DEPENDING ON PRD_TBL_SIZE
                INDEXED BY PRD_IDX.
                10 PDT_HINBAN PIC 9(05).
                10 PDT_HINMEI PIC X(10).
        01 CUS_TBL_MASTER.
            05 CUS_TBL_SIZE PIC 9(03) VALUE ZERO.
            05 CUS_TBL OCCURS 0 TO 999
                DEPENDING ON CUS_TBL_SIZE
                INDEXED BY CUS_IDX.
                10 CST_CODE PIC X(05).
                10 CST_NAME PIC X(10).
*>今回の出荷テーブル(運送会社ごとの出荷明細を作るため)
        01 SHP_TBL_MASTER.
            05 SHP_TBL_SIZE PIC 9(03) VALUE ZERO.
            05 SHP_TBL OCCURS 0 TO 999
                DEPENDING ON SHP_TBL_SIZE
                INDEXED BY SHP_IDX.
                10 SPT_NO PIC 9(06).
                10 SPT_CUSTOMER PIC X(05).
                10 SPT_SHIP_TO PIC X(02).
                10 SPT_CARRIER PIC X(04).
                10 SPT_ADDRESS PIC X(40).
                10 SPT_LINES PIC 9(03).
                10 SPT_PACKAGES PIC 9(05).
                10 SPT_GRAMS PIC 9(09).
*>運送会社テーブル(出荷明細ファイル1本=1社)
        01 CAR_TBL_MASTER.
            05 CAR_TBL_SIZE PIC 9(02) VALUE ZERO.
            05 CAR_TBL OCCURS 0 TO 50
                DEPENDING ON CAR_TBL_SIZE
                INDEXED BY CAR_IDX.
                10 CRT_CARRIER PIC X(04).
*>出荷1件分の計算エリア
        01 WK_TODAY PIC 9(08).
        01 WK_LAST_SHIP_NO PIC 9(06) VALUE ZERO.
        01 WK_SHIP_TO PIC X(02).
        01 WK_CARRIER PIC X(04).
        01 WK_ADDRESS PIC X(40).
        01 WK_PACK_QTY PIC 9(04).
        01 WK_UNIT_GRAM PIC 9(06).
        01 WK_SHIP_LINES PIC 9(03).
        01 WK_SHIP_PACKAGES PIC 9(05).
        01 WK_SHIP_GRAMS PIC 9(09).
        01 WK_MNF_CNT PIC 9(05).
        01 WK_MNF_PACKAGES PIC 9(07).
        01 WK_MNF_GRAMS PIC 9(11).
        01 WK_KG PIC 9(06)V9.
        01 SW_FOUND PIC X(01).
*>件数
        01 WK_SHIPMENT_CNT PIC 9(05) VALUE ZERO.
        01 WK_LINE_CNT PIC 9(05) VALUE ZERO.
        01 WK_HELD_CNT PIC 9(05) VALUE ZERO.
        01 WK_NOWEIGHT_CNT PIC 9(05) VALUE ZERO.
        01 WK_MANIFEST_CNT PIC 9(03) VALUE ZERO.
*>納品書の帳票行(見出し/宛先/納品先/運送会社/明細/合計/受領印欄)
        01 DLN_TITLE_LINE.
            05 PIC X(40) VALUE "*** DELIVERY NOTE ***".
            05 PIC X(13) VALUE "DELIVERY NO: ".
            05 DLN_SHIP_NO PIC 9(06).
            05 PIC X(08) VALUE "  DATE: ".
            05 DLN_DATE PIC 9(08).
            05 PIC X(05) VALUE SPACE.
        01 DLN_TO_LINE.
            05 PIC X(04) VALUE "TO: ".
            05 DLN_CUSTOMER PIC X(05).
            05 PIC X(01) VALUE SPACE.
            05 DLN_CUST_NAME PIC X(10).
            05 PIC X(60) VALUE SPACE.
        01 DLN_ADDRESS_LINE.
            05 PIC X(09) VALUE "DELIVER: ".
            05 DLN_SHIP_TO PIC X(02).
            05 PIC X(01) VALUE SPACE.
            05 DLN_ADDRESS PIC X(40).
            05 PIC X(28) VALUE SPACE.
        01 DLN_CARRIER_LINE.
            05 PIC X(09) VALUE "CARRIER: ".
            05 DLN_CARRIER PIC X(04).
            05 PIC X(67) VALUE SPACE.
        01 DLN_COLUMN_LINE.
            05 PIC X(40) VALUE
                "HINBAN NAME        QTY LOT    ORDER    ".
            05 PIC X(40) VALUE
                " PKGS  WEIGHT(KG)".
        01 DLN_DETAIL_LINE.
            05 DLN_HINBAN PIC 9(05).
            05 PIC X(01) VALUE SPACE.
            05 DLN_HINMEI PIC X(10).
            05 PIC X(01) VALUE SPACE.
            05 DLN_QTY PIC ZZZZ9.
            05 PIC X(01) VALUE SPACE.
            05 DLN_LOT PIC X(06).
            05 PIC X(01) VALUE SPACE.
            05 DLN_ORDER_NO PIC 9(06).
            05 PIC X(01) VALUE "-".
            05 DLN_LINE_NO PIC 9(02).
            05 PIC X(01) VALUE SPACE.
            05 DLN_PACKAGES PIC ZZZZ9.
            05 PIC X(01) VALUE SPACE.
            05 DLN_KG PIC ZZZZZ9.9.
            05 PIC X(26) VALUE SPACE.
        01 DLN_TOTAL_LINE.
            05 PIC X(16) VALUE "TOTAL PACKAGES: ".
            05 DLN_TOTAL_PACKAGES PIC ZZZZ9.
            05 PIC X(15) VALUE "  WEIGHT (KG): ".
            05 DLN_TOTAL_KG PIC ZZZZZ9.9.
            05 PIC X(36) VALUE SPACE.
        01 DLN_SIGN_LINE.
            05 PIC X(40) VALUE
                "RECEIVED IN GOOD ORDER BY: ____________".
            05 PIC X(40) VALUE
                "________  DATE: __________".
*>得意先への受領確認の注記
        01 DLN_NOTE_LINE.
            05 PIC X(80) VALUE
                "PLEASE SIGN AND RETURN ONE COPY TO THE DRIVER.".
PROCEDURE DIVISION.
    SHIPPING_RTN SECTION.
    *>初期処理(採番・ピック済み明細・納品先・荷姿・名称の読み込み)
        CALL "BUSINESS_DATE" USING WK_TODAY.
        PERFORM LOAD-CONTROL-RTN.
        PERFORM LOAD-PICKED-RTN.
        PERFORM LOAD-SHIP-TO-RTN.
        PERFORM LOAD-WEIGHT-RTN.
        PERFORM LOAD-NAME-RTN.
        IF WK_PICK_OVER_CNT > ZERO
            THEN
                DISPLAY "PICKED ORDERS EXCEED 999 LINES. "
                    "NOTHING SHIPPED. LINES OVER: " WK_PICK_OVER_CNT
                MOVE 16 TO RETURN-CODE
                STOP RUN
        END-IF.
        IF PICK_TBL_SIZE = ZERO
            THEN
                DISPLAY "NO PICKED ORDERS TO SHIP."
                STOP RUN
        END-IF.
    *>主処理(出荷番号の無い明細を得意先+納品先ごとに1出荷にまとめる)
        OPEN EXTEND SHIPMENT_REGISTER_FILE.
        IF SHIPMENT_REGISTER_STATUS NOT = "00"
            THEN
                OPEN OUTPUT SHIPMENT_REGISTER_FILE
        END-IF.
        OPEN OUTPUT PRINT_FILE.
        PERFORM SHIP-ONE-RTN
            VARYING WK_PICK_SUB FROM 1 BY 1
            UNTIL WK_PICK_SUB > PICK_TBL_SIZE.
        CLOSE SHIPMENT_REGISTER_FILE.
        CLOSE PRINT_FILE.
    *>運送会社ごとの出荷明細
        PERFORM WRITE-MANIFEST-RTN
            VARYING CAR_IDX FROM 1 BY 1
            UNTIL CAR_IDX > CAR_TBL_SIZE.
    *>終了処理(採番の書き戻し、出荷番号を書き込んだピック済み明細の書き戻し)
        IF WK_SHIPMENT_CNT > ZERO
            THEN
                CALL "SPOOL_CATALOG" USING WK_SC_DOC_NAME
        END-IF.
        PERFORM SAVE-CONTROL-RTN.
        PERFORM SAVE-PICKED-RTN.
        DISPLAY "SHIPMENTS: " WK_SHIPMENT_CNT
            " LINES: " WK_LINE_CNT
            " MANIFESTS: " WK_MANIFEST_CNT.
        IF WK_HELD_CNT > ZERO
            THEN
                DISPLAY "LINES HELD - NO DELIVERY ADDRESS: " WK_HELD_CNT
                MOVE 4 TO RETURN-CODE
        END-IF.
        IF WK_NOWEIGHT_CNT > ZERO
            THEN
                DISPLAY "LINES WITHOUT PACKING DATA (1 PKG, 0 KG): "
                    WK_NOWEIGHT_CNT
                MOVE 4 TO RETURN-CODE
        END-IF.
        STOP RUN.
    SHIPPING_EXIT.
    *>1.出荷1件分(起点の未出荷明細と同じ得意先・納品先の未出荷明細をまとめ、
    *>採番して納品書・出荷登録簿へ書く)
    SHIP-ONE-RTN SECTION.
        IF PKT_SHIP_NO(WK_PICK_SUB) NOT = ZERO
            THEN
                GO TO SHIP-ONE-EXIT
        END-IF.
        PERFORM RESOLVE-SHIP-TO-RTN.
        IF SW_FOUND NOT = "1"
            THEN
                ADD 1 TO WK_HELD_CNT
                DISPLAY "NO DELIVERY ADDRESS: " PKT_CUSTOMER(WK_PICK_SUB)
                    " SHIP-TO " WK_SHIP_TO
                    " ORDER " PKT_ORDER_NO(WK_PICK_SUB)
                GO TO SHIP-ONE-EXIT
        END-IF.
        IF WK_LAST_SHIP_NO >= 999999 OR SHP_TBL_SIZE >= 999
            THEN
                DISPLAY "SHIPMENT NUMBER RANGE EXHAUSTED."
                ADD 1 TO WK_HELD_CNT
                GO TO SHIP-ONE-EXIT
        END-IF.
        ADD 1 TO WK_LAST_SHIP_NO.
        MOVE ZERO TO WK_SHIP_LINES WK_SHIP_PACKAGES WK_SHIP_GRAMS.
        MOVE WK_SHIP_TO TO PKT_SHIP_TO(WK_PICK_SUB).
        PERFORM SHIP-LINE-RTN
            VARYING WK_PICK_SUB2 FROM WK_PICK_SUB BY 1
            UNTIL WK_PICK_SUB2 > PICK_TBL_SIZE.
        PERFORM PRINT-NOTE-RTN.
        MOVE SPACE TO SHIPMENT_REGISTER_RECORD.
        MOVE WK_LAST_SHIP_NO TO SHR_NO.
        MOVE WK_TODAY TO SHR_DATE.
        MOVE PKT_CUSTOMER(WK_PICK_SUB) TO SHR_CUSTOMER.
        MOVE WK_SHIP_TO TO SHR_SHIP_TO.
        MOVE WK_CARRIER TO SHR_CARRIER.
        MOVE WK_SHIP_LINES TO SHR_LINES.
        MOVE WK_SHIP_PACKAGES TO SHR_PACKAGES.
        MOVE WK_SHIP_GRAMS TO SHR_GRAMS.
        WRITE SHIPMENT_REGISTER_RECORD.
        ADD 1 TO SHP_TBL_SIZE.
        SET SHP_IDX TO SHP_TBL_SIZE.
        MOVE WK_LAST_SHIP_NO TO SPT_NO(SHP_IDX).
        MOVE PKT_CUSTOMER(WK_PICK_SUB) TO SPT_CUSTOMER(SHP_IDX).
        MOVE WK_SHIP_TO TO SPT_SHIP_TO(SHP_IDX).
        MOVE WK_CARRIER TO SPT_CARRIER(SHP_IDX).
        MOVE WK_ADDRESS TO SPT_ADDRESS(SHP_IDX).
        MOVE WK_SHIP_LINES TO SPT_LINES(SHP_IDX).
        MOVE WK_SHIP_PACKAGES TO SPT_PACKAGES(SHP_IDX).
        MOVE WK_SHIP_GRAMS TO SPT_GRAMS(SHP_IDX).
        SET CAR_IDX TO 1.
        SEARCH CAR_TBL
            AT END
                IF CAR_TBL_SIZE < 50
                    THEN
                        ADD 1 TO CAR_TBL_SIZE
                        SET CAR_IDX TO CAR_TBL_SIZE
                        MOVE WK_CARRIER TO CRT_CARRIER(CAR_IDX)
                END-IF
            WHEN CRT_CARRIER(CAR_IDX) = WK_CARRIER
                CONTINUE
        END-SEARCH.
        ADD 1 TO WK_SHIPMENT_CNT.
    SHIP-ONE-EXIT.
    *>1-1.出荷明細1行の取り込み(同じ得意先・納品先の未出荷明細。個口数と重量を数える)
    SHIP-LINE-RTN SECTION.
        IF PKT_SHIP_NO(WK_PICK_SUB2) NOT = ZERO
            THEN
                GO TO SHIP-LINE-EXIT
        END-IF.
        IF WK_PICK_SUB2 NOT = WK_PICK_SUB
            THEN
                IF PKT_CUSTOMER(WK_PICK_SUB2)
                        NOT = PKT_CUSTOMER(WK_PICK_SUB)
                    THEN
                        GO TO SHIP-LINE-EXIT
                END-IF
                PERFORM FIND-ORDER-SHIP-TO-RTN
                IF PKT_SHIP_TO(WK_PICK_SUB2) NOT = WK_SHIP_TO
                    THEN
                        GO TO SHIP-LINE-EXIT
                END-IF
        END-IF.
        PERFORM FIND-WEIGHT-RTN.
        MOVE WK_LAST_SHIP_NO TO PKT_SHIP_NO(WK_PICK_SUB2).
        ADD 1 TO WK_SHIP_LINES.
        ADD PKT_PACKAGES(WK_PICK_SUB2) TO WK_SHIP_PACKAGES.
        ADD PKT_GRAMS(WK_PICK_SUB2) TO WK_SHIP_GRAMS.
        ADD 1 TO WK_LINE_CNT.
    SHIP-LINE-EXIT.
    *>1-2.納品先の決定(受注別の指定→無ければ01。得意先納品先マスタから住所と運送会社)
    RESOLVE-SHIP-TO-RTN SECTION.
        MOVE WK_PICK_SUB TO WK_PICK_SUB2.
        PERFORM FIND-ORDER-SHIP-TO-RTN.
        MOVE PKT_SHIP_TO(WK_PICK_SUB) TO WK_SHIP_TO.
        MOVE SPACE TO SW_FOUND.
        MOVE SPACE TO WK_CARRIER WK_ADDRESS.
        SET SHT_IDX TO 1.
        SEARCH SHT_TBL
            AT END
                CONTINUE
            WHEN STT_CUSTOMER(SHT_IDX) = PKT_CUSTOMER(WK_PICK_SUB)
                    AND STT_SHIP_TO(SHT_IDX) = WK_SHIP_TO
                MOVE "1" TO SW_FOUND
                MOVE STT_CARRIER(SHT_IDX) TO WK_CARRIER
                MOVE STT_ADDRESS(SHT_IDX) TO WK_ADDRESS
        END-SEARCH.
    RESOLVE-SHIP-TO-EXIT.
    *>1-3.明細の納品先コード(受注番号がOrderShipTo.txtにあればその納品先、無ければ01)
    FIND-ORDER-SHIP-TO-RTN SECTION.
        MOVE "01" TO PKT_SHIP_TO(WK_PICK_SUB2).
        IF PKT_ORDER_NO(WK_PICK_SUB2) = ZERO
            THEN
                GO TO FIND-ORDER-SHIP-TO-EXIT
        END-IF.
        SET OST_IDX TO 1.
        SEARCH OST_TBL
            AT END
                CONTINUE
            WHEN OTT_ORDER_NO(OST_IDX) = PKT_ORDER_NO(WK_PICK_SUB2)
                MOVE OTT_SHIP_TO(OST_IDX) TO PKT_SHIP_TO(WK_PICK_SUB2)
        END-SEARCH.
    FIND-ORDER-SHIP-TO-EXIT.
    *>1-4.個口数と重量(個口数=数量÷入数の切り上げ。荷姿が無ければ1個口・0g)
    FIND-WEIGHT-RTN SECTION.
        MOVE ZERO TO WK_PACK_QTY WK_UNIT_GRAM.
        SET PWT_IDX TO 1.
        SEARCH PWT_TBL
            AT END
                CONTINUE
            WHEN PWW_HINBAN(PWT_IDX) = PKT_HINBAN(WK_PICK_SUB2)
                MOVE PWW_PACK_QTY(PWT_IDX) TO WK_PACK_QTY
                MOVE PWW_UNIT_GRAM(PWT_IDX) TO WK_UNIT_GRAM
        END-SEARCH.
        IF WK_PACK_QTY = ZERO
            THEN
                ADD 1 TO WK_NOWEIGHT_CNT
                MOVE 1 TO PKT_PACKAGES(WK_PICK_SUB2)
                MOVE ZERO TO PKT_GRAMS(WK_PICK_SUB2)
                GO TO FIND-WEIGHT-EXIT
        END-IF.
        COMPUTE PKT_PACKAGES(WK_PICK_SUB2) =
            (PKT_QTY(WK_PICK_SUB2) + WK_PACK_QTY - 1) / WK_PACK_QTY.
        COMPUTE PKT_GRAMS(WK_PICK_SUB2) =
            PKT_QTY(WK_PICK_SUB2) * WK_UNIT_GRAM.
    FIND-WEIGHT-EXIT.
    *>1-5.納品書1ページ(この出荷の明細、個口数・重量の合計、受領印欄)
    PRINT-NOTE-RTN SECTION.
        MOVE WK_LAST_SHIP_NO TO DLN_SHIP_NO.
        MOVE WK_TODAY TO DLN_DATE.
        WRITE PRINT_RECORD FROM DLN_TITLE_LINE AFTER PAGE.
        MOVE PKT_CUSTOMER(WK_PICK_SUB) TO DLN_CUSTOMER.
        MOVE SPACE TO DLN_CUST_NAME.
        SET CUS_IDX TO 1.
        SEARCH CUS_TBL
            AT END
                CONTINUE
            WHEN CST_CODE(CUS_IDX) = PKT_CUSTOMER(WK_PICK_SUB)
                MOVE CST_NAME(CUS_IDX) TO DLN_CUST_NAME
        END-SEARCH.
        WRITE PRINT_RECORD FROM DLN_TO_LINE AFTER 2 LINE.
        MOVE WK_SHIP_TO TO DLN_SHIP_TO.
        MOVE WK_ADDRESS TO DLN_ADDRESS.
        WRITE PRINT_RECORD FROM DLN_ADDRESS_LINE AFTER 1 LINE.
        MOVE WK_CARRIER TO DLN_CARRIER.
        WRITE PRINT_RECORD FROM DLN_CARRIER_LINE AFTER 1 LINE.
        WRITE PRINT_RECORD FROM DLN_COLUMN_LINE AFTER 2 LINE.
        PERFORM VARYING WK_PICK_SUB2 FROM WK_PICK_SUB BY 1
                UNTIL WK_PICK_SUB2 > PICK_TBL_SIZE
            IF PKT_SHIP_NO(WK_PICK_SUB2) = WK_LAST_SHIP_NO
                THEN
                    MOVE PKT_HINBAN(WK_PICK_SUB2) TO DLN_HINBAN
                    MOVE SPACE TO DLN_HINMEI
                    SET PRD_IDX TO 1
                    SEARCH PRD_TBL
                        AT END
                            CONTINUE
                        WHEN PDT_HINBAN(PRD_IDX)
                                = PKT_HINBAN(WK_PICK_SUB2)
                            MOVE PDT_HINMEI(PRD_IDX) TO DLN_HINMEI
                    END-SEARCH
                    MOVE PKT_QTY(WK_PICK_SUB2) TO DLN_QTY
                    MOVE PKT_LOT(WK_PICK_SUB2) TO DLN_LOT
                    MOVE PKT_ORDER_NO(WK_PICK_SUB2) TO DLN_ORDER_NO
                    MOVE PKT_LINE_NO(WK_PICK_SUB2) TO DLN_LINE_NO
                    MOVE PKT_PACKAGES(WK_PICK_SUB2) TO DLN_PACKAGES
                    COMPUTE WK_KG = PKT_GRAMS(WK_PICK_SUB2) / 1000
                    MOVE WK_KG TO DLN_KG
                    WRITE PRINT_RECORD FROM DLN_DETAIL_LINE AFTER 1 LINE
            END-IF
        END-PERFORM.
        MOVE WK_SHIP_PACKAGES TO DLN_TOTAL_PACKAGES.
        COMPUTE WK_KG = WK_SHIP_GRAMS / 1000.
        MOVE WK_KG TO DLN_TOTAL_KG.
        WRITE PRINT_RECORD FROM DLN_TOTAL_LINE AFTER 2 LINE.
        WRITE PRINT_RECORD FROM DLN_SIGN_LINE AFTER 3 LINE.
        WRITE PRINT_RECORD FROM DLN_NOTE_LINE AFTER 2 LINE.
    PRINT-NOTE-EXIT.
    *>2.運送会社1社分の出荷明細ファイル(Manifest.<運送会社>.txt)と伝送登録
    WRITE-MANIFEST-RTN SECTION.
        MOVE SPACE TO WK_MANIFEST_NAME.
        STRING "Manifest." CRT_CARRIER(CAR_IDX) DELIMITED BY SPACE
            ".txt" DELIMITED BY SIZE
            INTO WK_MANIFEST_NAME.
        OPEN OUTPUT MANIFEST_FILE.
        IF MANIFEST_STATUS NOT = "00"
            THEN
                DISPLAY "MANIFEST OPEN ERROR: " WK_MANIFEST_NAME
                MOVE 16 TO RETURN-CODE
                GO TO WRITE-MANIFEST-EXIT
        END-IF.
        MOVE ZERO TO WK_MNF_CNT WK_MNF_PACKAGES WK_MNF_GRAMS.
        MOVE SPACE TO MANIFEST_RECORD.
        MOVE "H" TO MNF_TYPE.
        MOVE CRT_CARRIER(CAR_IDX) TO MNH_CARRIER.
        MOVE WK_TODAY TO MNH_DATE.
        WRITE MANIFEST_RECORD.
        PERFORM VARYING SHP_IDX FROM 1 BY 1
                UNTIL SHP_IDX > SHP_TBL_SIZE
            IF SPT_CARRIER(SHP_IDX) = CRT_CARRIER(CAR_IDX)
                THEN
                    MOVE SPACE TO MANIFEST_RECORD
                    MOVE "D" TO MNF_TYPE
                    MOVE SPT_NO(SHP_IDX) TO MND_SHIP_NO
                    MOVE SPT_CUSTOMER(SHP_IDX) TO MND_CUSTOMER
                    MOVE SPT_SHIP_TO(SHP_IDX) TO MND_SHIP_TO
                    MOVE SPT_PACKAGES(SHP_IDX) TO MND_PACKAGES
                    MOVE SPT_GRAMS(SHP_IDX) TO MND_GRAMS
                    MOVE SPT_ADDRESS(SHP_IDX) TO MND_ADDRESS
                    WRITE MANIFEST_RECORD
                    ADD 1 TO WK_MNF_CNT
                    ADD SPT_PACKAGES(SHP_IDX) TO WK_MNF_PACKAGES
                    ADD SPT_GRAMS(SHP_IDX) TO WK_MNF_GRAMS
            END-IF
        END-PERFORM.
        MOVE SPACE TO MANIFEST_RECORD.
        MOVE "T" TO MNF_TYPE.
        MOVE WK_MNF_CNT TO MNT_COUNT.
        MOVE WK_MNF_PACKAGES TO MNT_PACKAGES.
        MOVE WK_MNF_GRAMS TO MNT_GRAMS.
        WRITE MANIFEST_RECORD.
        CLOSE MANIFEST_FILE.
        MOVE "L" TO WK_TL_MODE.
        MOVE "O" TO WK_TL_DIRECTION.
        MOVE WK_MANIFEST_NAME TO WK_TL_FILE.
        MOVE WK_MNF_CNT TO WK_TL_COUNT.
        MOVE WK_MNF_GRAMS TO WK_TL_TOTAL.
        CALL "TRANSMIT_LOG" USING WK_TL_MODE WK_TL_DIRECTION
            WK_TL_FILE WK_TL_COUNT WK_TL_TOTAL.
        ADD 1 TO WK_MANIFEST_CNT.
        DISPLAY "MANIFEST " WK_MANIFEST_NAME " SHIPMENTS: " WK_MNF_CNT
            " PACKAGES: " WK_MNF_PACKAGES.
    WRITE-MANIFEST-EXIT.
    *>3.出荷番号採番の読み込みと書き戻し
    LOAD-CONTROL-RTN SECTION.
        OPEN INPUT SHIPMENT_CONTROL_FILE.
        IF SHIPMENT_CONTROL_STATUS = "00"
            THEN
                READ SHIPMENT_CONTROL_FILE
                    AT END
                        CONTINUE
                    NOT AT END
                        IF SHC_LAST_NO IS NUMERIC
                            THEN
                                MOVE SHC_LAST_NO TO WK_LAST_SHIP_NO
                        END-IF
                END-READ
                CLOSE SHIPMENT_CONTROL_FILE
        END-IF.
    LOAD-CONTROL-EXIT.
    SAVE-CONTROL-RTN SECTION.
        OPEN OUTPUT SHIPMENT_CONTROL_FILE.
        MOVE WK_LAST_SHIP_NO TO SHC_LAST_NO.
        WRITE SHIPMENT_CONTROL_RECORD.
        CLOSE SHIPMENT_CONTROL_FILE.
    SAVE-CONTROL-EXIT.
    *>4.ピック済み受注の読み込み(出荷番号欄が空白=未出荷。受注番号の無い旧形式の行は0)
    LOAD-PICKED-RTN SECTION.
        OPEN INPUT PICKED_ORDER_FILE.
        IF PICKED_ORDER_STATUS NOT = "00"
            THEN
                GO TO LOAD-PICKED-EXIT
        END-IF.
        PERFORM UNTIL PICKED_ORDER_STATUS NOT = "00"
            MOVE SPACE TO PICKED_ORDER_RECORD
            READ PICKED_ORDER_FILE
                AT END
                    CONTINUE
                NOT AT END
                    IF PICK_TBL_SIZE < 999
                        THEN
                            ADD 1 TO PICK_TBL_SIZE
                            SET PICK_IDX TO PICK_TBL_SIZE
                            MOVE PKO_DATE TO PKT_DATE(PICK_IDX)
                            MOVE PKO_CUSTOMER TO PKT_CUSTOMER(PICK_IDX)
                            MOVE PKO_HINBAN TO PKT_HINBAN(PICK_IDX)
                            MOVE PKO_WAREHOUSE TO PKT_WAREHOUSE(PICK_IDX)
                            MOVE PKO_QTY TO PKT_QTY(PICK_IDX)
                            MOVE PKO_LOT TO PKT_LOT(PICK_IDX)
                            MOVE SPACE TO PKT_SHIP_TO(PICK_IDX)
                            MOVE ZERO TO PKT_PACKAGES(PICK_IDX)
                                         PKT_GRAMS(PICK_IDX)
                            IF PKO_ORDER_NO IS NUMERIC
                                    AND PKO_LINE_NO IS NUMERIC
                                THEN
                                    MOVE PKO_ORDER_NO
                                        TO PKT_ORDER_NO(PICK_IDX)
                                    MOVE PKO_LINE_NO
                                        TO PKT_LINE_NO(PICK_IDX)
                                ELSE
                                    MOVE ZERO TO PKT_ORDER_NO(PICK_IDX)
                                                 PKT_LINE_NO(PICK_IDX)
                            END-IF
                            IF PKO_SHIP_NO IS NUMERIC
                                THEN
                                    MOVE PKO_SHIP_NO
                                        TO PKT_SHIP_NO(PICK_IDX)
                                ELSE
                                    MOVE ZERO TO PKT_SHIP_NO(PICK_IDX)
                            END-IF
                        ELSE
                            ADD 1 TO WK_PICK_OVER_CNT
                    END-IF
            END-READ
        END-PERFORM.
        CLOSE PICKED_ORDER_FILE.
    LOAD-PICKED-EXIT.
    *>5.ピック済み受注の書き戻し(全件。今回出荷した明細に出荷番号を載せる)
    SAVE-PICKED-RTN SECTION.
        OPEN OUTPUT PICKED_ORDER_FILE.
        PERFORM VARYING WK_PICK_SUB FROM 1 BY 1
                UNTIL WK_PICK_SUB > PICK_TBL_SIZE
            MOVE SPACE TO PICKED_ORDER_RECORD
            MOVE PKT_DATE(WK_PICK_SUB) TO PKO_DATE
            MOVE PKT_CUSTOMER(WK_PICK_SUB) TO PKO_CUSTOMER
            MOVE PKT_HINBAN(WK_PICK_SUB) TO PKO_HINBAN
            MOVE PKT_WAREHOUSE(WK_PICK_SUB) TO PKO_WAREHOUSE
            MOVE PKT_QTY(WK_PICK_SUB) TO PKO_QTY
            MOVE PKT_LOT(WK_PICK_SUB) TO PKO_LOT
            MOVE PKT_ORDER_NO(WK_PICK_SUB) TO PKO_ORDER_NO
            MOVE PKT_LINE_NO(WK_PICK_SUB) TO PKO_LINE_NO
            IF PKT_SHIP_NO(WK_PICK_SUB) NOT = ZERO
                THEN
                    MOVE PKT_SHIP_NO(WK_PICK_SUB) TO PKO_SHIP_NO
            END-IF
            WRITE PICKED_ORDER_RECORD
        END-PERFORM.
        CLOSE PICKED_ORDER_FILE.
    SAVE-PICKED-EXIT.
    *>6.得意先納品先と受注別納品先の読み込み
    LOAD-SHIP-TO-RTN SECTION.
        OPEN INPUT SHIP_TO_FILE.
        IF SHIP_TO_STATUS = "00"
            THEN
                PERFORM UNTIL SHIP_TO_STATUS NOT = "00"
                    READ SHIP_TO_FILE
                        AT END
                            CONTINUE
                        NOT AT END
                            IF SHT_TBL_SIZE < 999
                                THEN
                                    ADD 1 TO SHT_TBL_SIZE
                                    SET SHT_IDX TO SHT_TBL_SIZE
                                    MOVE SHT_CUSTOMER
                                        TO STT_CUSTOMER(SHT_IDX)
                                    MOVE SHT_SHIP_TO
                                        TO STT_SHIP_TO(SHT_IDX)
                                    MOVE SHT_CARRIER
                                        TO STT_CARRIER(SHT_IDX)
                                    MOVE SHT_ADDRESS
                                        TO STT_ADDRESS(SHT_IDX)
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE SHIP_TO_FILE
            ELSE
                DISPLAY "CustomerShipTo.txt NOT FOUND."
        END-IF.
        OPEN INPUT ORDER_SHIP_TO_FILE.
        IF ORDER_SHIP_TO_STATUS = "00"
            THEN
                PERFORM UNTIL ORDER_SHIP_TO_STATUS NOT = "00"
                    READ ORDER_SHIP_TO_FILE
                        AT END
                            CONTINUE
                        NOT AT END
                            IF OST_TBL_SIZE < 999
                                    AND OST_ORDER_NO IS NUMERIC
                                THEN
                                    ADD 1 TO OST_TBL_SIZE
                                    SET OST_IDX TO OST_TBL_SIZE
                                    MOVE OST_ORDER_NO
                                        TO OTT_ORDER_NO(OST_IDX)
                                    MOVE OST_SHIP_TO
                                        TO OTT_SHIP_TO(OST_IDX)
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE ORDER_SHIP_TO_FILE
        END-IF.
    LOAD-SHIP-TO-EXIT.
    *>7.品番別の荷姿の読み込み
    LOAD-WEIGHT-RTN SECTION.
        OPEN INPUT PRODUCT_WEIGHT_FILE.
        IF PRODUCT_WEIGHT_STATUS NOT = "00"
            THEN
                GO TO LOAD-WEIGHT-EXIT
        END-IF.
        PERFORM UNTIL PRODUCT_WEIGHT_STATUS NOT = "00"
            READ PRODUCT_WEIGHT_FILE
                AT END
                    CONTINUE
                NOT AT END
                    IF PWT_TBL_SIZE < 999
                            AND PWT_UNIT_GRAM IS NUMERIC
                            AND PWT_PACK_QTY IS NUMERIC
                        THEN
                            ADD 1 TO PWT_TBL_SIZE
                            SET PWT_IDX TO PWT_TBL_SIZE
                            MOVE PWT_HINBAN TO PWW_HINBAN(PWT_IDX)
                            MOVE PWT_UNIT_GRAM TO PWW_UNIT_GRAM(PWT_IDX)
                            MOVE PWT_PACK_QTY TO PWW_PACK_QTY(PWT_IDX)
                    END-IF
            END-READ
        END-PERFORM.
        CLOSE PRODUCT_WEIGHT_FILE.
    LOAD-WEIGHT-EXIT.
    *>8.品名と得意先名の読み込み(納品書の印刷用。無ければ空白で印刷する)
    LOAD-NAME-RTN SECTION.
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
                                    MOVE PM_HINBAN TO PDT_HINBAN(PRD_IDX)
                                    MOVE PM_HINMEI TO PDT_HINMEI(PRD_IDX)
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE PRODUCT_MASTER_FILE
        END-IF.
        OPEN INPUT CUSTOMER_MASTER_FILE.
        IF CUSTOMER_MASTER_STATUS = "00"
            THEN
                PERFORM UNTIL CUSTOMER_MASTER_STATUS NOT = "00"
                    READ CUSTOMER_MASTER_FILE
                        AT END
                            CONTINUE
                        NOT AT END
                            IF CUS_TBL_SIZE < 999
                                THEN
                                    ADD 1 TO CUS_TBL_SIZE
                                    SET CUS_IDX TO CUS_TBL_SIZE
                                    MOVE CU_CODE TO CST_CODE(CUS_IDX)
                                    MOVE CU_NAME TO CST_NAME(CUS_IDX)
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE CUSTOMER_MASTER_FILE
        END-IF.
    LOAD-NAME-EXIT.
*>PickedOrders.txtの1行 = 受注日(8) 得意先(5) 品番(5) 倉庫(2) 出庫数量(5) ロット(6)
*>受注番号(6) 行番号(2) 出荷番号(6)(空白=未出荷。このプログラムが書き込む)
*>CustomerShipTo.txtの1行 = 得意先(5) 空白 納品先コード(2) 空白 運送会社(4) 空白 住所(40)
*>(受注別の指定が無い明細は納品先コード01へ送る)
*>OrderShipTo.txtの1行 = 受注番号(6) 空白 納品先コード(2)
*>ProductWeight.txtの1行 = 品番(5) 空白 単位重量(6、g) 空白 1個口の入数(4)
*>ShipmentRegister.txtの1行 = 出荷番号(6) 出荷日(8) 得意先(5) 納品先(2) 運送会社(4)
*>明細行数(3) 個口数(5) 重量(9、g)
*>Manifest.<運送会社>.txt = H 運送会社(4) 出荷日(8) / D 出荷番号(6) 得意先(5) 納品先(2)
*>個口数(5) 重量(9、g) 住所(40) / T 出荷件数(5) 個口数合計(7) 重量合計(11、g)
*>(実行のたびに作り直す。伝送登録簿には件数=出荷件数、合計=重量gで登録する)
*>DeliveryNotes.txt = 納品書(1出荷=1ページ。見出し行は"***"で始まる)
