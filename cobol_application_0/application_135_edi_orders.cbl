*>EDI受注取込 大口得意先から表計算で届く注文をGETTING_STARTED_11_SUBROUTINEの
*>メニューで1行ずつ打ち直していたのをやめ、得意先指定の固定長注文ファイル
*>(EdiOrders.txt)を一括で取り込んで対話の受注入力と同じ受注データを作る
*>  ファイル見出し(種別1):送り手の得意先+作成日  注文見出し(種別2):得意先の注文番号+
*>  希望納期  注文明細(種別3):注文行番号+品番+倉庫+数量
*>  トレーラ(種別9):注文件数+明細件数+数量合計
*>  構成やトレーラが合わないファイルは何も書かずに突き返す(RETURN-CODE 16)
*>検査と振り分けは対話の受注入力と同じ
*>  得意先 = CHECK_DIGIT検査→得意先マスタ照合→取引停止(S)・与信停止(H)は全行拒否
*>  品番 = 索引マスタ(ProductMasterIdx.dat:APPLICATION_48_PM_REORGが構築)を
*>         キー指定READで引く(未登録・無効化済みは拒否)
*>  値付け = PRICE_RESOLVEの単価(得意先契約→数量割引→定価)×数量
*>  在庫 = 倉庫の在庫ポジション合計から未解消引当と検査保留を引いた引当可能数量
*>         (このファイルで受け付けた数量もその場で差し引く)
*>  与信 = 売掛残+このファイルで受け付け済みの額+明細額が与信限度額以内か
*>受け付けた明細は日次受注+引当、在庫不足はバックオーダー、与信超過は与信保留へ回す
*>(バッチなのでバックオーダーは尋ねずに控える)
*>注文1件ごとにOrderControl.txtで受注番号を採番してOrderHeader.txtに見出しを追記する
*>(担当者欄は"EDI")
*>明細1行ごとに受付/バックオーダー/与信保留/拒否(理由つき)を書いた注文応答ファイル
*>(EdiOrderAck.txt)を作り、得意先へ返すファイルとして伝送登録簿へ登録する
*>取り込んだ注文ファイルは二重取込を防ぐため空にし、受信として伝送登録簿へ記録する
IDENTIFICATION DIVISION.
PROGRAM-ID. APPLICATION_135_EDI_ORDERS.
ENVIRONMENT DIVISION.
    INPUT-OUTPUT SECTION.
    FILE-CONTROL.
        SELECT EDI_ORDER_FILE
            ASSIGN TO "EdiOrders.txt"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS EDI_ORDER_STATUS.
        SELECT EDI_ACK_FILE
            ASSIGN TO "EdiOrderAck.txt"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS EDI_ACK_STATUS.
        SELECT CUSTOMER_MASTER_FILE
            ASSIGN TO "CustomerMaster.txt"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS CUSTOMER_MASTER_STATUS.
        SELECT PRODUCT_MASTER_IDX_FILE
            ASSIGN TO "ProductMasterIdx.dat"
            ORGANIZATION IS INDEXED
            ACCESS MODE IS RANDOM
            RECORD KEY IS IXPM_HINBAN
            ALTERNATE RECORD KEY IS IXPM_HINMEI WITH DUPLICATES
            FILE STATUS IS PRODUCT_MASTER_IDX_STATUS.
        SELECT AR_OPEN_ITEMS_FILE
            ASSIGN TO "ArOpenItems.txt"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS AR_OPEN_ITEMS_STATUS.
        SELECT INVENTORY_POSITION_FILE
            ASSIGN TO "InventoryPosition.txt"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS INV_FILE_STATUS.
        SELECT RESERVATION_FILE
            ASSIGN TO "Reservations.txt"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS RESERVATION_STATUS.
        SELECT QC_HOLD_FILE
            ASSIGN TO "QcHold.txt"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS QC_HOLD_STATUS.
        SELECT DAILY_ORDER_FILE
            ASSIGN TO "DailyOrders.txt"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS DAILY_ORDER_STATUS.
        SELECT BACKORDER_FILE
            ASSIGN TO "Backorders.txt"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS BACKORDER_STATUS.
        SELECT ORDER_HOLD_FILE
            ASSIGN TO "OrderHold.txt"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS ORDER_HOLD_STATUS.
        SELECT ORDER_CONTROL_FILE
            ASSIGN TO "OrderControl.txt"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS ORDER_CONTROL_STATUS.
        SELECT ORDER_HEADER_FILE
            ASSIGN TO "OrderHeader.txt"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS ORDER_HEADER_STATUS.
DATA DIVISION.
    FILE SECTION.
*>得意先指定の固定長レコード(ファイル見出し/注文見出し/明細/トレーラを60桁に収める)
        FD EDI_ORDER_FILE.
        01 EDI_ORDER_RECORD PIC X(60).
        01 EDI_FILE_HEADER_VIEW REDEFINES EDI_ORDER_RECORD.
            05 EDH_TYPE PIC X(01).
            05 EDH_CUSTOMER PIC X(05).
            05 EDH_DATE PIC 9(08).
            05 FILLER PIC X(46).
        01 EDI_ORDER_HEADER_VIEW REDEFINES EDI_ORDER_RECORD.
            05 EDO_TYPE PIC X(01).
            05 EDO_PO PIC X(10).
            05 EDO_REQ_DATE PIC X(08).
            05 FILLER PIC X(41).
        01 EDI_ORDER_LINE_VIEW REDEFINES EDI_ORDER_RECORD.
            05 EDL_TYPE PIC X(01).
            05 EDL_PO_LINE PIC X(03).
            05 EDL_HINBAN PIC X(05).
            05 EDL_WAREHOUSE PIC X(02).
            05 EDL_QTY PIC X(05).
            05 FILLER PIC X(44).
        01 EDI_TRAILER_VIEW REDEFINES EDI_ORDER_RECORD.
            05 EDT_TYPE PIC X(01).
            05 EDT_ORDERS PIC 9(05).
            05 EDT_LINES PIC 9(07).
            05 EDT_QTY PIC 9(11).
            05 FILLER PIC X(36).
*>注文応答(得意先へ返す固定長80桁。見出し/注文/明細/トレーラ)
        FD EDI_ACK_FILE.
        01 EDI_ACK_RECORD PIC X(80).
        01 ACK_FILE_HEADER_VIEW REDEFINES EDI_ACK_RECORD.
            05 ACH_TYPE PIC X(01).
            05 ACH_CUSTOMER PIC X(05).
            05 ACH_DATE PIC 9(08).
            05 ACH_FILE_DATE PIC 9(08).
            05 ACH_RESULT PIC X(10).
            05 ACH_REASON PIC X(20).
            05 FILLER PIC X(28).
        01 ACK_ORDER_VIEW REDEFINES EDI_ACK_RECORD.
            05 ACO_TYPE PIC X(01).
            05 ACO_PO PIC X(10).
            05 ACO_ORDER_NO PIC 9(06).
            05 ACO_LINES PIC 9(03).
            05 ACO_REQ_DATE PIC 9(08).
            05 ACO_AMOUNT PIC 9(09).
            05 FILLER PIC X(43).
        01 ACK_LINE_VIEW REDEFINES EDI_ACK_RECORD.
            05 ACL_TYPE PIC X(01).
            05 ACL_PO PIC X(10).
            05 ACL_PO_LINE PIC X(03).
            05 ACL_HINBAN PIC X(05).
            05 ACL_QTY PIC X(05).
            05 ACL_ORDER_LINE PIC 9(02).
            05 ACL_STATUS PIC X(12).
            05 ACL_PRICE PIC 9(07).
            05 ACL_AMOUNT PIC 9(09).
            05 ACL_REASON PIC X(20).
            05 ACL_PRICE_RULE PIC X(01).
            05 FILLER PIC X(05).
        01 ACK_TRAILER_VIEW REDEFINES EDI_ACK_RECORD.
            05 ACT_TYPE PIC X(01).
            05 ACT_LINES PIC 9(07).
            05 ACT_ACCEPTED PIC 9(05).
            05 ACT_BACKORDERED PIC 9(05).
            05 ACT_HELD PIC 9(05).
            05 ACT_REJECTED PIC 9(05).
            05 FILLER PIC X(52).
        FD CUSTOMER_MASTER_FILE.
        01 CUSTOMER_MASTER_RECORD.
            05 CU_CODE PIC X(05).
            05 CU_NAME PIC X(10).
            05 CU_TERMS PIC 9(02).
            05 CU_CREDIT_LIMIT PIC 9(07).
            05 CU_STATUS PIC X(01).
        FD PRODUCT_MASTER_IDX_FILE.
        01 PRODUCT_MASTER_IDX_RECORD.
            05 IXPM_HINBAN PIC 9(05).
            05 IXPM_HINMEI PIC X(10).
            05 IXPM_STATUS PIC X(01).
        FD AR_OPEN_ITEMS_FILE.
        01 AR_OPEN_ITEMS_RECORD.
            05 ARO_NO PIC 9(06).
            05 FILLER PIC X(01).
            05 ARO_DATE PIC 9(08).
            05 FILLER PIC X(01).
            05 ARO_CUSTOMER PIC X(05).
            05 FILLER PIC X(01).
            05 ARO_AMOUNT PIC 9(09).
        FD INVENTORY_POSITION_FILE.
        01 INVENTORY_POSITION_RECORD.
            05 INV_WAREHOUSE PIC 9(02).
            05 INV_BIN PIC 9(02).
            05 INV_SHELF PIC 9(02).
            05 INV_QTY PIC 9(05).
        FD RESERVATION_FILE.
        01 RESERVATION_RECORD.
            05 RSV_DATE PIC 9(08).
            05 FILLER PIC X(01) VALUE SPACE.
            05 RSV_HINBAN PIC 9(05).
            05 FILLER PIC X(01) VALUE SPACE.
            05 RSV_WAREHOUSE PIC 9(02).
            05 FILLER PIC X(01) VALUE SPACE.
            05 RSV_QTY PIC 9(05).
            05 FILLER PIC X(01) VALUE SPACE.
            05 RSV_ORDER_NO PIC 9(06).
            05 FILLER PIC X(01) VALUE SPACE.
            05 RSV_LINE_NO PIC 9(02).
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
        FD DAILY_ORDER_FILE.
        01 DAILY_ORDER_RECORD.
            05 ORD_DATE PIC 9(08).
            05 FILLER PIC X(01) VALUE SPACE.
            05 ORD_HINBAN PIC 9(05).
            05 FILLER PIC X(01) VALUE SPACE.
            05 ORD_WAREHOUSE PIC 9(02).
            05 FILLER PIC X(01) VALUE SPACE.
            05 ORD_QTY PIC 9(05).
            05 FILLER PIC X(01) VALUE SPACE.
            05 ORD_CUSTOMER PIC X(05).
            05 FILLER PIC X(01) VALUE SPACE.
            05 ORD_ORDER_NO PIC 9(06).
            05 FILLER PIC X(01) VALUE SPACE.
            05 ORD_LINE_NO PIC 9(02).
        FD BACKORDER_FILE.
        01 BACKORDER_RECORD.
            05 BKO_DATE PIC 9(08).
            05 FILLER PIC X(01) VALUE SPACE.
            05 BKO_HINBAN PIC 9(05).
            05 FILLER PIC X(01) VALUE SPACE.
            05 BKO_WAREHOUSE PIC 9(02).
            05 FILLER PIC X(01) VALUE SPACE.
            05 BKO_QTY PIC 9(05).
            05 FILLER PIC X(01) VALUE SPACE.
            05 BKO_CUSTOMER PIC X(05).
            05 FILLER PIC X(01) VALUE SPACE.
            05 BKO_ORDER_NO PIC 9(06).
            05 FILLER PIC X(01) VALUE SPACE.
            05 BKO_LINE_NO PIC 9(02).
        FD ORDER_HOLD_FILE.
        01 ORDER_HOLD_RECORD.
            05 OH_DATE PIC 9(08).
            05 FILLER PIC X(01) VALUE SPACE.
            05 OH_CUSTOMER PIC X(05).
            05 FILLER PIC X(01) VALUE SPACE.
            05 OH_HINBAN PIC 9(05).
            05 FILLER PIC X(01) VALUE SPACE.
            05 OH_WAREHOUSE PIC 9(02).
            05 FILLER PIC X(01) VALUE SPACE.
            05 OH_QTY PIC 9(05).
            05 FILLER PIC X(01) VALUE SPACE.
            05 OH_AMOUNT PIC 9(09).
            05 FILLER PIC X(01) VALUE SPACE.
            05 OH_ORDER_NO PIC 9(06).
            05 FILLER PIC X(01) VALUE SPACE.
            05 OH_LINE_NO PIC 9(02).
        FD ORDER_CONTROL_FILE.
        01 ORDER_CONTROL_RECORD.
            05 OCT_LAST_NO PIC 9(06).
        FD ORDER_HEADER_FILE.
        01 ORDER_HEADER_RECORD.
            05 OHR_NO PIC 9(06).
            05 FILLER PIC X(01) VALUE SPACE.
            05 OHR_DATE PIC 9(08).
            05 FILLER PIC X(01) VALUE SPACE.
            05 OHR_CUSTOMER PIC X(05).
            05 FILLER PIC X(01) VALUE SPACE.
            05 OHR_REQ_DATE PIC 9(08).
            05 FILLER PIC X(01) VALUE SPACE.
            05 OHR_LINES PIC 9(02).
            05 FILLER PIC X(01) VALUE SPACE.
            05 OHR_OPERATOR PIC X(05).
            05 FILLER PIC X(01) VALUE SPACE.
            05 OHR_AMOUNT PIC 9(09).
    WORKING-STORAGE SECTION.
        01 EDI_ORDER_STATUS PIC XX.
        01 EDI_ACK_STATUS PIC XX.
        01 CUSTOMER_MASTER_STATUS PIC XX.
        01 PRODUCT_MASTER_IDX_STATUS PIC XX.
        01 AR_OPEN_ITEMS_STATUS PIC XX.
        01 INV_FILE_STATUS PIC XX.
        01 RESERVATION_STATUS PIC XX.
        01 QC_HOLD_STATUS PIC XX.
        01 DAILY_ORDER_STATUS PIC XX.
        01 BACKORDER_STATUS PIC XX.
        01 ORDER_HOLD_STATUS PIC XX.
        01 ORDER_CONTROL_STATUS PIC XX.
        01 ORDER_HEADER_STATUS PIC XX.
        01 WK_TODAY PIC 9(08).
*>取り込んだ注文ファイル(検査が済むまで書き出さずに持つ)
        01 EDI_TBL_MASTER.
            05 EDI_TBL_SIZE PIC 9(04) VALUE ZERO.
            05 EDI_TBL OCCURS 0 TO 3000
                DEPENDING ON EDI_TBL_SIZE
                INDEXED BY EDI_IDX.
                10 EDB_RECORD PIC X(60).
        01 WK_EDI_SUB PIC 9(04).
        01 WK_EDI_REC PIC X(60).
        01 WK_EDI_ORDER_VIEW REDEFINES WK_EDI_REC.
            05 WEO_TYPE PIC X(01).
            05 WEO_PO PIC X(10).
            05 WEO_REQ_DATE PIC X(08).
            05 FILLER PIC X(41).
        01 WK_EDI_LINE_VIEW REDEFINES WK_EDI_REC.
            05 WEL_TYPE PIC X(01).
            05 WEL_PO_LINE PIC X(03).
            05 WEL_HINBAN PIC X(05).
            05 WEL_WAREHOUSE PIC X(02).
            05 WEL_QTY PIC X(05).
            05 FILLER PIC X(44).
*>ファイルの検査(見出し・トレーラの有無と制御合計)
        01 SW_FILE_HEADER PIC X(01) VALUE SPACE.
        01 SW_TRAILER PIC X(01) VALUE SPACE.
        01 SW_FILE_ERROR PIC X(01) VALUE SPACE.
        01 WK_FILE_CUSTOMER PIC X(05).
        01 WK_FILE_DATE PIC 9(08).
        01 WK_FILE_ORDERS PIC 9(05) VALUE ZERO.
        01 WK_FILE_LINES PIC 9(07) VALUE ZERO.
        01 WK_FILE_QTY PIC 9(11) VALUE ZERO.
        01 WK_CHECK_QTY PIC 9(05).
*>得意先(マスタ照合済みのコードと与信限度額。拒否のときは理由)
        01 SW_CUST_FOUND PIC X(01) VALUE SPACE.
        01 WK_CUST_LIMIT PIC 9(07) VALUE ZERO.
        01 WK_CUST_REASON PIC X(20) VALUE SPACE.
        01 WK_CD_CODE PIC X(10).
        01 WK_CD_LENGTH PIC 9(02) COMP VALUE 5.
        01 WK_CD_RESULT PIC X(01).
            88 WK_CD_VALID VALUE "V".
*>与信検査エリア(売掛残+このファイルで受け付け済みの額+明細額と与信限度額の比較)
        01 WK_AR_BALANCE PIC 9(09) VALUE ZERO.
        01 WK_RUN_ACCEPTED PIC 9(09) VALUE ZERO.
        01 WK_EXPOSURE PIC 9(10).
        01 WK_UNIT_PRICE PIC 9(07).
        01 WK_ORDER_AMOUNT PIC 9(09).
*>PRICE_RESOLVEへの受け渡しエリア(得意先契約→数量割引→定価の順に値付けする)
        01 WK_PRR_RELOAD PIC X(01) VALUE "Y".
        01 WK_PRR_RESULT.
            05 WK_PRR_UNIT_PRICE PIC 9(07).
            05 WK_PRR_LIST_PRICE PIC 9(07).
            05 WK_PRR_RULE PIC X(01).
*>倉庫別の引当可能数量(倉庫00-99。在庫ポジション-未解消引当-検査保留)
        01 WH_TBL_MASTER.
            05 WH_TBL OCCURS 100.
                10 WHT_AVAILABLE PIC S9(09).
        01 WK_WH_SUB PIC 9(03).
*>明細1行分の作業エリア
        01 WK_HINBAN PIC 9(05).
        01 WK_ORDER_QTY PIC 9(05).
        01 WK_ORDER_WAREHOUSE PIC 9(02).
        01 WK_LINE_STATUS PIC X(12).
        01 WK_LINE_REASON PIC X(20).
*>注文1件分(受注番号は最初に拒否でない明細が出た時点で採番する)
        01 SW_ORDER_OPEN PIC X(01) VALUE SPACE.
        01 WK_PO PIC X(10).
        01 WK_REQ_DATE PIC 9(08).
        01 WK_ORDER_NO PIC 9(06) VALUE ZERO.
        01 WK_LINE_NO PIC 9(02) VALUE ZERO.
        01 WK_ORDER_TOTAL PIC 9(09) VALUE ZERO.
*>注文応答の明細控え(注文見出しを先に書くため1注文99行まで持つ)
        01 AKL_TBL_MASTER.
            05 AKL_TBL_SIZE PIC 9(02) VALUE ZERO.
            05 AKL_TBL OCCURS 0 TO 99
                DEPENDING ON AKL_TBL_SIZE
                INDEXED BY AKL_IDX.
                10 AKL_RECORD PIC X(80).
*>件数集計
        01 WK_ACK_CNT PIC 9(07) VALUE ZERO.
        01 WK_ACCEPTED_CNT PIC 9(05) VALUE ZERO.
        01 WK_BACKORDER_CNT PIC 9(05) VALUE ZERO.
        01 WK_HELD_CNT PIC 9(05) VALUE ZERO.
        01 WK_REJECTED_CNT PIC 9(05) VALUE ZERO.
        01 WK_ORDER_CNT PIC 9(05) VALUE ZERO.
        01 WK_ACCEPTED_TOTAL PIC 9(13) VALUE ZERO.
*>伝送登録簿への受け渡しエリア(注文ファイルの受信と注文応答の送信)
        01 WK_TL_AREA.
            05 WK_TL_MODE PIC X(01).
            05 WK_TL_DIRECTION PIC X(01).
            05 WK_TL_FILE PIC X(30).
            05 WK_TL_COUNT PIC 9(07).
            05 WK_TL_TOTAL PIC 9(13).
PROCEDURE DIVISION.
    EDI_ORDER_RTN SECTION.
    *>初期処理(注文ファイルの読み込みと検査、得意先・売掛残・引当可能数量の準備)
        CALL "BUSINESS_DATE" USING WK_TODAY.
        PERFORM LOAD-EDI-RTN.
        IF SW_FILE_ERROR = "1"
            THEN
                DISPLAY "EDI ORDER FILE REJECTED. NOTHING IMPORTED."
                MOVE 16 TO RETURN-CODE
                STOP RUN
        END-IF.
        IF EDI_TBL_SIZE = ZERO
            THEN
                DISPLAY "NO EDI ORDER FILE TO IMPORT."
                STOP RUN
        END-IF.
        OPEN INPUT PRODUCT_MASTER_IDX_FILE.
        IF PRODUCT_MASTER_IDX_STATUS NOT = "00"
            THEN
                DISPLAY "INDEXED MASTER NOT AVAILABLE."
                    " RUN APPLICATION_48_PM_REORG FIRST."
                MOVE 16 TO RETURN-CODE
                STOP RUN
        END-IF.
        PERFORM CHECK-CUSTOMER-RTN.
        PERFORM CALC-AR-BALANCE-RTN.
        PERFORM LOAD-AVAILABLE-RTN.
    *>主処理(注文見出しごとに注文を開き、明細を検査して振り分ける)
        OPEN EXTEND DAILY_ORDER_FILE.
        IF DAILY_ORDER_STATUS NOT = "00"
            THEN
                OPEN OUTPUT DAILY_ORDER_FILE
        END-IF.
        OPEN EXTEND RESERVATION_FILE.
        IF RESERVATION_STATUS NOT = "00"
            THEN
                OPEN OUTPUT RESERVATION_FILE
        END-IF.
        OPEN EXTEND BACKORDER_FILE.
        IF BACKORDER_STATUS NOT = "00"
            THEN
                OPEN OUTPUT BACKORDER_FILE
        END-IF.
        OPEN EXTEND ORDER_HOLD_FILE.
        IF ORDER_HOLD_STATUS NOT = "00"
            THEN
                OPEN OUTPUT ORDER_HOLD_FILE
        END-IF.
        OPEN EXTEND ORDER_HEADER_FILE.
        IF ORDER_HEADER_STATUS NOT = "00"
            THEN
                OPEN OUTPUT ORDER_HEADER_FILE
        END-IF.
        OPEN OUTPUT EDI_ACK_FILE.
        MOVE SPACE TO EDI_ACK_RECORD.
        MOVE "1" TO ACH_TYPE.
        MOVE WK_FILE_CUSTOMER TO ACH_CUSTOMER.
        MOVE WK_TODAY TO ACH_DATE.
        MOVE WK_FILE_DATE TO ACH_FILE_DATE.
        IF SW_CUST_FOUND = "1"
            THEN
                MOVE "ACCEPTED" TO ACH_RESULT
            ELSE
                MOVE "REJECTED" TO ACH_RESULT
                MOVE WK_CUST_REASON TO ACH_REASON
        END-IF.
        WRITE EDI_ACK_RECORD.
        ADD 1 TO WK_ACK_CNT.
        PERFORM EDI-RECORD-RTN
            VARYING WK_EDI_SUB FROM 1 BY 1
            UNTIL WK_EDI_SUB > EDI_TBL_SIZE.
        PERFORM CLOSE-ORDER-RTN.
    *>終了処理(注文応答のトレーラ、注文ファイルを空にして受信・送信を記録)
        MOVE SPACE TO EDI_ACK_RECORD.
        MOVE "9" TO ACT_TYPE.
        ADD 1 TO WK_ACK_CNT.
        MOVE WK_ACK_CNT TO ACT_LINES.
        MOVE WK_ACCEPTED_CNT TO ACT_ACCEPTED.
        MOVE WK_BACKORDER_CNT TO ACT_BACKORDERED.
        MOVE WK_HELD_CNT TO ACT_HELD.
        MOVE WK_REJECTED_CNT TO ACT_REJECTED.
        WRITE EDI_ACK_RECORD.
        CLOSE EDI_ACK_FILE DAILY_ORDER_FILE RESERVATION_FILE
            BACKORDER_FILE ORDER_HOLD_FILE ORDER_HEADER_FILE
            PRODUCT_MASTER_IDX_FILE.
        OPEN OUTPUT EDI_ORDER_FILE.
        CLOSE EDI_ORDER_FILE.
        MOVE "L" TO WK_TL_MODE.
        MOVE "I" TO WK_TL_DIRECTION.
        MOVE "EdiOrders.txt" TO WK_TL_FILE.
        MOVE WK_FILE_LINES TO WK_TL_COUNT.
        MOVE WK_FILE_QTY TO WK_TL_TOTAL.
        CALL "TRANSMIT_LOG" USING WK_TL_MODE WK_TL_DIRECTION
            WK_TL_FILE WK_TL_COUNT WK_TL_TOTAL.
        MOVE "O" TO WK_TL_DIRECTION.
        MOVE "EdiOrderAck.txt" TO WK_TL_FILE.
        MOVE WK_ACK_CNT TO WK_TL_COUNT.
        MOVE WK_ACCEPTED_TOTAL TO WK_TL_TOTAL.
        CALL "TRANSMIT_LOG" USING WK_TL_MODE WK_TL_DIRECTION
            WK_TL_FILE WK_TL_COUNT WK_TL_TOTAL.
        DISPLAY "EDI ORDER IMPORT END. CUSTOMER:" WK_FILE_CUSTOMER
            " ORDERS:" WK_ORDER_CNT " ACCEPTED:" WK_ACCEPTED_CNT
            " BACKORDERED:" WK_BACKORDER_CNT " HELD:" WK_HELD_CNT
            " REJECTED:" WK_REJECTED_CNT.
        IF WK_REJECTED_CNT > ZERO OR WK_HELD_CNT > ZERO
            THEN
                MOVE 4 TO RETURN-CODE
        END-IF.
        STOP RUN.
    EDI_ORDER_EXIT.
    *>1.注文ファイル1レコード(注文見出しなら前の注文を締めて開き、明細なら振り分ける)
    EDI-RECORD-RTN SECTION.
        MOVE EDB_RECORD(WK_EDI_SUB) TO WK_EDI_REC.
        EVALUATE WEO_TYPE
            WHEN "2"
                PERFORM CLOSE-ORDER-RTN
                PERFORM OPEN-ORDER-RTN
            WHEN "3"
                PERFORM ORDER-LINE-RTN
            WHEN OTHER
                CONTINUE
        END-EVALUATE.
    EDI-RECORD-EXIT.
    *>1-1.注文の開始(希望納期が空白・不正・過去なら当日)
    OPEN-ORDER-RTN SECTION.
        MOVE "1" TO SW_ORDER_OPEN.
        MOVE WEO_PO TO WK_PO.
        MOVE ZERO TO WK_ORDER_NO WK_LINE_NO WK_ORDER_TOTAL AKL_TBL_SIZE.
        MOVE WK_TODAY TO WK_REQ_DATE.
        IF WEO_REQ_DATE IS NUMERIC
            THEN
                IF WEO_REQ_DATE > WK_TODAY
                    THEN
                        MOVE WEO_REQ_DATE TO WK_REQ_DATE
                END-IF
        END-IF.
        ADD 1 TO WK_ORDER_CNT.
    OPEN-ORDER-EXIT.
    *>1-2.明細1行の検査と振り分け(受付/バックオーダー/与信保留/拒否)
    ORDER-LINE-RTN SECTION.
        MOVE SPACE TO WK_LINE_REASON.
        MOVE ZERO TO WK_UNIT_PRICE WK_ORDER_AMOUNT.
        MOVE SPACE TO WK_PRR_RULE.
        IF SW_CUST_FOUND NOT = "1"
            THEN
                MOVE WK_CUST_REASON TO WK_LINE_REASON
                GO TO ORDER-LINE-REJECT
        END-IF.
        IF WEL_HINBAN IS NOT NUMERIC
            THEN
                MOVE "UNKNOWN PRODUCT" TO WK_LINE_REASON
                GO TO ORDER-LINE-REJECT
        END-IF.
        MOVE WEL_HINBAN TO WK_HINBAN.
        MOVE WK_HINBAN TO IXPM_HINBAN.
        READ PRODUCT_MASTER_IDX_FILE
            INVALID KEY
                MOVE "UNKNOWN PRODUCT" TO WK_LINE_REASON
            NOT INVALID KEY
                IF IXPM_STATUS = "D"
                    THEN
                        MOVE "PRODUCT INACTIVE" TO WK_LINE_REASON
                END-IF
        END-READ.
        IF WK_LINE_REASON NOT = SPACE
            THEN
                GO TO ORDER-LINE-REJECT
        END-IF.
        IF WEL_QTY IS NOT NUMERIC
            THEN
                MOVE "INVALID QTY" TO WK_LINE_REASON
                GO TO ORDER-LINE-REJECT
        END-IF.
        MOVE WEL_QTY TO WK_ORDER_QTY.
        IF WK_ORDER_QTY = ZERO
            THEN
                MOVE "INVALID QTY" TO WK_LINE_REASON
                GO TO ORDER-LINE-REJECT
        END-IF.
        IF WEL_WAREHOUSE IS NOT NUMERIC
            THEN
                MOVE "INVALID WAREHOUSE" TO WK_LINE_REASON
                GO TO ORDER-LINE-REJECT
        END-IF.
        MOVE WEL_WAREHOUSE TO WK_ORDER_WAREHOUSE.
        IF AKL_TBL_SIZE >= 99
            THEN
                MOVE "ORDER OVER 99 LINES" TO WK_LINE_REASON
                GO TO ORDER-LINE-REJECT
        END-IF.
        PERFORM CALC-ORDER-AMOUNT-RTN.
        COMPUTE WK_WH_SUB = WK_ORDER_WAREHOUSE + 1.
        IF WHT_AVAILABLE(WK_WH_SUB) < WK_ORDER_QTY
            THEN
                PERFORM WRITE-BACKORDER-RTN
                GO TO ORDER-LINE-EXIT
        END-IF.
        COMPUTE WK_EXPOSURE = WK_AR_BALANCE + WK_RUN_ACCEPTED
            + WK_ORDER_AMOUNT.
        IF WK_EXPOSURE > WK_CUST_LIMIT
            THEN
                PERFORM WRITE-HOLD-RTN
            ELSE
                PERFORM WRITE-ORDER-RTN
        END-IF.
        GO TO ORDER-LINE-EXIT.
    ORDER-LINE-REJECT.
        MOVE "REJECTED" TO WK_LINE_STATUS.
        MOVE ZERO TO WK_ORDER_QTY.
        PERFORM ADD-ACK-LINE-RTN.
        ADD 1 TO WK_REJECTED_CNT.
    ORDER-LINE-EXIT.
    *>1-2-1.受注額の算出(当日時点の単価×数量。単価が無ければ0円)
    *>単価はPRICE_RESOLVEが得意先契約→数量割引→定価の順に決める
    CALC-ORDER-AMOUNT-RTN SECTION.
        CALL "PRICE_RESOLVE" USING WK_FILE_CUSTOMER WK_HINBAN
            WK_ORDER_QTY WK_TODAY WK_PRR_RELOAD WK_PRR_RESULT.
        MOVE "N" TO WK_PRR_RELOAD.
        MOVE WK_PRR_UNIT_PRICE TO WK_UNIT_PRICE.
        COMPUTE WK_ORDER_AMOUNT = WK_ORDER_QTY * WK_UNIT_PRICE.
    CALC-ORDER-AMOUNT-EXIT.
    *>1-2-2.受け付け(日次受注と引当を書き、倉庫の引当可能数量を減らす)
    WRITE-ORDER-RTN SECTION.
        MOVE "ACCEPTED" TO WK_LINE_STATUS.
        PERFORM ADD-ORDER-LINE-RTN.
        MOVE SPACE TO DAILY_ORDER_RECORD.
        MOVE WK_TODAY TO ORD_DATE.
        MOVE WK_HINBAN TO ORD_HINBAN.
        MOVE WK_ORDER_WAREHOUSE TO ORD_WAREHOUSE.
        MOVE WK_ORDER_QTY TO ORD_QTY.
        MOVE WK_FILE_CUSTOMER TO ORD_CUSTOMER.
        MOVE WK_ORDER_NO TO ORD_ORDER_NO.
        MOVE WK_LINE_NO TO ORD_LINE_NO.
        WRITE DAILY_ORDER_RECORD.
        MOVE SPACE TO RESERVATION_RECORD.
        MOVE WK_TODAY TO RSV_DATE.
        MOVE WK_HINBAN TO RSV_HINBAN.
        MOVE WK_ORDER_WAREHOUSE TO RSV_WAREHOUSE.
        MOVE WK_ORDER_QTY TO RSV_QTY.
        MOVE WK_ORDER_NO TO RSV_ORDER_NO.
        MOVE WK_LINE_NO TO RSV_LINE_NO.
        WRITE RESERVATION_RECORD.
        SUBTRACT WK_ORDER_QTY FROM WHT_AVAILABLE(WK_WH_SUB).
        ADD WK_ORDER_AMOUNT TO WK_RUN_ACCEPTED WK_ACCEPTED_TOTAL.
        ADD 1 TO WK_ACCEPTED_CNT.
    WRITE-ORDER-EXIT.
    *>1-2-3.在庫不足はバックオーダーとして控える(入庫後に夜間処理が古い順で解放する)
    WRITE-BACKORDER-RTN SECTION.
        MOVE "BACKORDERED" TO WK_LINE_STATUS.
        MOVE "STOCK SHORT" TO WK_LINE_REASON.
        PERFORM ADD-ORDER-LINE-RTN.
        MOVE SPACE TO BACKORDER_RECORD.
        MOVE WK_TODAY TO BKO_DATE.
        MOVE WK_HINBAN TO BKO_HINBAN.
        MOVE WK_ORDER_WAREHOUSE TO BKO_WAREHOUSE.
        MOVE WK_ORDER_QTY TO BKO_QTY.
        MOVE WK_FILE_CUSTOMER TO BKO_CUSTOMER.
        MOVE WK_ORDER_NO TO BKO_ORDER_NO.
        MOVE WK_LINE_NO TO BKO_LINE_NO.
        WRITE BACKORDER_RECORD.
        ADD 1 TO WK_BACKORDER_CNT.
    WRITE-BACKORDER-EXIT.
    *>1-2-4.与信超過は与信保留へ退避する(上席のリリース/取消待ち)
    WRITE-HOLD-RTN SECTION.
        MOVE "CREDIT HOLD" TO WK_LINE_STATUS.
        MOVE "CREDIT LIMIT" TO WK_LINE_REASON.
        PERFORM ADD-ORDER-LINE-RTN.
        MOVE SPACE TO ORDER_HOLD_RECORD.
        MOVE WK_TODAY TO OH_DATE.
        MOVE WK_FILE_CUSTOMER TO OH_CUSTOMER.
        MOVE WK_HINBAN TO OH_HINBAN.
        MOVE WK_ORDER_WAREHOUSE TO OH_WAREHOUSE.
        MOVE WK_ORDER_QTY TO OH_QTY.
        MOVE WK_ORDER_AMOUNT TO OH_AMOUNT.
        MOVE WK_ORDER_NO TO OH_ORDER_NO.
        MOVE WK_LINE_NO TO OH_LINE_NO.
        WRITE ORDER_HOLD_RECORD.
        ADD 1 TO WK_HELD_CNT.
    WRITE-HOLD-EXIT.
    *>1-2-5.受注明細1行の控え(最初の明細で受注番号を採番し、行番号を振る)
    ADD-ORDER-LINE-RTN SECTION.
        IF WK_ORDER_NO = ZERO
            THEN
                PERFORM ISSUE-ORDER-NO-RTN
        END-IF.
        ADD 1 TO WK_LINE_NO.
        ADD WK_ORDER_AMOUNT TO WK_ORDER_TOTAL.
        PERFORM ADD-ACK-LINE-RTN.
    ADD-ORDER-LINE-EXIT.
    *>1-2-6.注文応答の明細1行を控える(拒否の行は受注行番号00)
    ADD-ACK-LINE-RTN SECTION.
        MOVE SPACE TO EDI_ACK_RECORD.
        MOVE "3" TO ACL_TYPE.
        MOVE WK_PO TO ACL_PO.
        MOVE WEL_PO_LINE TO ACL_PO_LINE.
        MOVE WEL_HINBAN TO ACL_HINBAN.
        MOVE WEL_QTY TO ACL_QTY.
        IF WK_LINE_STATUS = "REJECTED"
            THEN
                MOVE ZERO TO ACL_ORDER_LINE
            ELSE
                MOVE WK_LINE_NO TO ACL_ORDER_LINE
        END-IF.
        MOVE WK_LINE_STATUS TO ACL_STATUS.
        MOVE WK_UNIT_PRICE TO ACL_PRICE.
        MOVE WK_ORDER_AMOUNT TO ACL_AMOUNT.
        MOVE WK_LINE_REASON TO ACL_REASON.
        MOVE WK_PRR_RULE TO ACL_PRICE_RULE.
        IF AKL_TBL_SIZE < 99
            THEN
                ADD 1 TO AKL_TBL_SIZE
                SET AKL_IDX TO AKL_TBL_SIZE
                MOVE EDI_ACK_RECORD TO AKL_RECORD(AKL_IDX)
            ELSE
                DISPLAY "ACK LINE DROPPED. PO " WK_PO " LINE "
                    WEL_PO_LINE
        END-IF.
    ADD-ACK-LINE-EXIT.
    *>1-3.受注番号の採番(OrderControl.txtの最終番号+1を発行し、すぐ書き戻す)
    ISSUE-ORDER-NO-RTN SECTION.
        MOVE ZERO TO WK_ORDER_NO.
        OPEN INPUT ORDER_CONTROL_FILE.
        IF ORDER_CONTROL_STATUS = "00"
            THEN
                READ ORDER_CONTROL_FILE
                    AT END
                        CONTINUE
                    NOT AT END
                        IF OCT_LAST_NO IS NUMERIC
                            THEN
                                MOVE OCT_LAST_NO TO WK_ORDER_NO
                        END-IF
                END-READ
                CLOSE ORDER_CONTROL_FILE
        END-IF.
        ADD 1 TO WK_ORDER_NO.
        OPEN OUTPUT ORDER_CONTROL_FILE.
        MOVE WK_ORDER_NO TO OCT_LAST_NO.
        WRITE ORDER_CONTROL_RECORD.
        CLOSE ORDER_CONTROL_FILE.
    ISSUE-ORDER-NO-EXIT.
    *>1-4.注文の締め(受注見出しを追記し、注文応答へ注文と明細を書く)
    CLOSE-ORDER-RTN SECTION.
        IF SW_ORDER_OPEN NOT = "1"
            THEN
                GO TO CLOSE-ORDER-EXIT
        END-IF.
        MOVE SPACE TO SW_ORDER_OPEN.
        IF WK_ORDER_NO NOT = ZERO
            THEN
                MOVE SPACE TO ORDER_HEADER_RECORD
                MOVE WK_ORDER_NO TO OHR_NO
                MOVE WK_TODAY TO OHR_DATE
                MOVE WK_FILE_CUSTOMER TO OHR_CUSTOMER
                MOVE WK_REQ_DATE TO OHR_REQ_DATE
                MOVE WK_LINE_NO TO OHR_LINES
                MOVE "EDI" TO OHR_OPERATOR
                MOVE WK_ORDER_TOTAL TO OHR_AMOUNT
                WRITE ORDER_HEADER_RECORD
        END-IF.
        MOVE SPACE TO EDI_ACK_RECORD.
        MOVE "2" TO ACO_TYPE.
        MOVE WK_PO TO ACO_PO.
        MOVE WK_ORDER_NO TO ACO_ORDER_NO.
        MOVE WK_LINE_NO TO ACO_LINES.
        MOVE WK_REQ_DATE TO ACO_REQ_DATE.
        MOVE WK_ORDER_TOTAL TO ACO_AMOUNT.
        WRITE EDI_ACK_RECORD.
        ADD 1 TO WK_ACK_CNT.
        PERFORM VARYING AKL_IDX FROM 1 BY 1
                UNTIL AKL_IDX > AKL_TBL_SIZE
            WRITE EDI_ACK_RECORD FROM AKL_RECORD(AKL_IDX)
            ADD 1 TO WK_ACK_CNT
        END-PERFORM.
    CLOSE-ORDER-EXIT.
    *>2.得意先の照合(CHECK_DIGIT検査→マスタ照合→状態確認。受けられなければ理由を控える)
    CHECK-CUSTOMER-RTN SECTION.
        MOVE SPACE TO SW_CUST_FOUND.
        MOVE "UNKNOWN CUSTOMER" TO WK_CUST_REASON.
        MOVE SPACE TO WK_CD_CODE.
        MOVE WK_FILE_CUSTOMER TO WK_CD_CODE(1:5).
        CALL "CHECK_DIGIT" USING WK_CD_CODE WK_CD_LENGTH
            WK_CD_RESULT.
        IF NOT WK_CD_VALID
            THEN
                MOVE "CUSTOMER CHECK DIGIT" TO WK_CUST_REASON
                GO TO CHECK-CUSTOMER-EXIT
        END-IF.
        OPEN INPUT CUSTOMER_MASTER_FILE.
        IF CUSTOMER_MASTER_STATUS NOT = "00"
            THEN
                DISPLAY "CUSTOMER MASTER NOT FOUND."
                GO TO CHECK-CUSTOMER-EXIT
        END-IF.
        PERFORM UNTIL CUSTOMER_MASTER_STATUS NOT = "00"
            READ CUSTOMER_MASTER_FILE
                AT END
                    CONTINUE
                NOT AT END
                    IF CU_CODE = WK_FILE_CUSTOMER
                        THEN
                            EVALUATE CU_STATUS
                                WHEN "S"
                                    MOVE "CUSTOMER SUSPENDED"
                                        TO WK_CUST_REASON
                                WHEN "H"
                                    MOVE "CUSTOMER CREDIT HOLD"
                                        TO WK_CUST_REASON
                                WHEN OTHER
                                    MOVE "1" TO SW_CUST_FOUND
                                    MOVE SPACE TO WK_CUST_REASON
                                    MOVE CU_CREDIT_LIMIT
                                        TO WK_CUST_LIMIT
                            END-EVALUATE
                    END-IF
            END-READ
        END-PERFORM.
        CLOSE CUSTOMER_MASTER_FILE.
        IF SW_CUST_FOUND NOT = "1"
            THEN
                DISPLAY "CUSTOMER " WK_FILE_CUSTOMER " NOT ACCEPTED: "
                    WK_CUST_REASON
        END-IF.
    CHECK-CUSTOMER-EXIT.
    *>3.得意先の売掛残の算出(未消込台帳の金額合計)
    CALC-AR-BALANCE-RTN SECTION.
        MOVE ZERO TO WK_AR_BALANCE.
        OPEN INPUT AR_OPEN_ITEMS_FILE.
        IF AR_OPEN_ITEMS_STATUS NOT = "00"
            THEN
                GO TO CALC-AR-BALANCE-EXIT
        END-IF.
        PERFORM UNTIL AR_OPEN_ITEMS_STATUS NOT = "00"
            READ AR_OPEN_ITEMS_FILE
                AT END
                    CONTINUE
                NOT AT END
                    IF ARO_CUSTOMER = WK_FILE_CUSTOMER
                        THEN
                            ADD ARO_AMOUNT TO WK_AR_BALANCE
                    END-IF
            END-READ
        END-PERFORM.
        CLOSE AR_OPEN_ITEMS_FILE.
    CALC-AR-BALANCE-EXIT.
    *>4.倉庫別の引当可能数量(在庫ポジションの合計から未解消引当と
    *>検査保留(保留・隔離・返品待ち)を差し引く。対話の受注入力の在庫確認と同じ)
    LOAD-AVAILABLE-RTN SECTION.
        PERFORM VARYING WK_WH_SUB FROM 1 BY 1 UNTIL WK_WH_SUB > 100
            MOVE ZERO TO WHT_AVAILABLE(WK_WH_SUB)
        END-PERFORM.
        OPEN INPUT INVENTORY_POSITION_FILE.
        IF INV_FILE_STATUS = "00"
            THEN
                PERFORM UNTIL INV_FILE_STATUS NOT = "00"
                    READ INVENTORY_POSITION_FILE
                        AT END
                            CONTINUE
                        NOT AT END
                            COMPUTE WK_WH_SUB = INV_WAREHOUSE + 1
                            ADD INV_QTY TO WHT_AVAILABLE(WK_WH_SUB)
                    END-READ
                END-PERFORM
                CLOSE INVENTORY_POSITION_FILE
            ELSE
                DISPLAY "INVENTORY POSITION FILE NOT FOUND."
        END-IF.
        OPEN INPUT RESERVATION_FILE.
        IF RESERVATION_STATUS = "00"
            THEN
                PERFORM UNTIL RESERVATION_STATUS NOT = "00"
                    READ RESERVATION_FILE
                        AT END
                            CONTINUE
                        NOT AT END
                            COMPUTE WK_WH_SUB = RSV_WAREHOUSE + 1
                            SUBTRACT RSV_QTY FROM WHT_AVAILABLE(WK_WH_SUB)
                    END-READ
                END-PERFORM
                CLOSE RESERVATION_FILE
        END-IF.
        OPEN INPUT QC_HOLD_FILE.
        IF QC_HOLD_STATUS = "00"
            THEN
                PERFORM UNTIL QC_HOLD_STATUS NOT = "00"
                    READ QC_HOLD_FILE
                        AT END
                            CONTINUE
                        NOT AT END
                            IF QCH_STATUS = "H" OR "Q" OR "V"
                                THEN
                                    COMPUTE WK_WH_SUB = QCH_WAREHOUSE + 1
                                    SUBTRACT QCH_QTY
                                        FROM WHT_AVAILABLE(WK_WH_SUB)
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE QC_HOLD_FILE
        END-IF.
    LOAD-AVAILABLE-EXIT.
    *>5.注文ファイルの読み込みと検査(ファイル見出しで始まり、注文見出しの後に明細が続き、
    *>トレーラの注文件数・明細件数・数量合計が一致すること。一致しなければ何も取り込まない)
    LOAD-EDI-RTN SECTION.
        OPEN INPUT EDI_ORDER_FILE.
        IF EDI_ORDER_STATUS NOT = "00"
            THEN
                GO TO LOAD-EDI-EXIT
        END-IF.
        PERFORM UNTIL EDI_ORDER_STATUS NOT = "00"
            READ EDI_ORDER_FILE
                AT END
                    CONTINUE
                NOT AT END
                    PERFORM EDI-CHECK-RTN
            END-READ
        END-PERFORM.
        CLOSE EDI_ORDER_FILE.
        IF SW_FILE_HEADER = SPACE AND SW_TRAILER = SPACE
                AND EDI_TBL_SIZE = ZERO
            THEN
                GO TO LOAD-EDI-EXIT
        END-IF.
        IF SW_FILE_HEADER NOT = "1" OR SW_TRAILER NOT = "1"
            THEN
                DISPLAY "EDI ORDER FILE HEADER OR TRAILER MISSING."
                MOVE "1" TO SW_FILE_ERROR
        END-IF.
    LOAD-EDI-EXIT.
    *>5-1.注文ファイル1レコードの検査と積み込み
    EDI-CHECK-RTN SECTION.
        IF SW_TRAILER = "1"
            THEN
                DISPLAY "RECORD AFTER TRAILER: " EDI_ORDER_RECORD(1:20)
                MOVE "1" TO SW_FILE_ERROR
                GO TO EDI-CHECK-EXIT
        END-IF.
        EVALUATE EDH_TYPE
            WHEN "1"
                IF SW_FILE_HEADER = "1"
                    THEN
                        DISPLAY "SECOND FILE HEADER."
                        MOVE "1" TO SW_FILE_ERROR
                END-IF
                MOVE "1" TO SW_FILE_HEADER
                MOVE EDH_CUSTOMER TO WK_FILE_CUSTOMER
                IF EDH_DATE IS NUMERIC
                    THEN
                        MOVE EDH_DATE TO WK_FILE_DATE
                    ELSE
                        MOVE ZERO TO WK_FILE_DATE
                END-IF
                GO TO EDI-CHECK-EXIT
            WHEN "2"
                IF SW_FILE_HEADER NOT = "1"
                    THEN
                        DISPLAY "ORDER BEFORE FILE HEADER."
                        MOVE "1" TO SW_FILE_ERROR
                END-IF
                ADD 1 TO WK_FILE_ORDERS
            WHEN "3"
                IF WK_FILE_ORDERS = ZERO
                    THEN
                        DISPLAY "ORDER LINE BEFORE ORDER HEADER."
                        MOVE "1" TO SW_FILE_ERROR
                END-IF
                ADD 1 TO WK_FILE_LINES
                IF EDL_QTY IS NUMERIC
                    THEN
                        MOVE EDL_QTY TO WK_CHECK_QTY
                        ADD WK_CHECK_QTY TO WK_FILE_QTY
                END-IF
            WHEN "9"
                MOVE "1" TO SW_TRAILER
                IF EDT_ORDERS NOT = WK_FILE_ORDERS
                        OR EDT_LINES NOT = WK_FILE_LINES
                        OR EDT_QTY NOT = WK_FILE_QTY
                    THEN
                        DISPLAY "TRAILER MISMATCH. ORDERS:" WK_FILE_ORDERS
                            " LINES:" WK_FILE_LINES " QTY:" WK_FILE_QTY
                        MOVE "1" TO SW_FILE_ERROR
                END-IF
                GO TO EDI-CHECK-EXIT
            WHEN OTHER
                DISPLAY "UNKNOWN RECORD TYPE: " EDH_TYPE
                MOVE "1" TO SW_FILE_ERROR
                GO TO EDI-CHECK-EXIT
        END-EVALUATE.
        IF EDI_TBL_SIZE >= 3000
            THEN
                DISPLAY "EDI ORDER FILE TOO LARGE."
                MOVE "1" TO SW_FILE_ERROR
                GO TO EDI-CHECK-EXIT
        END-IF.
        ADD 1 TO EDI_TBL_SIZE.
        MOVE EDI_ORDER_RECORD TO EDB_RECORD(EDI_TBL_SIZE).
    EDI-CHECK-EXIT.
*>EdiOrders.txt = 得意先指定の固定長60桁(1ファイル1得意先)
*>  種別1 = 得意先(5) 作成日(8)
*>  種別2 = 得意先の注文番号(10) 希望納期(8:空白可)
*>  種別3 = 注文行番号(3) 品番(5) 倉庫(2) 数量(5)
*>  種別9 = 注文件数(5) 明細件数(7) 数量合計(11)
*>EdiOrderAck.txt = 得意先へ返す固定長80桁
*>  種別1 = 得意先(5) 応答日(8) 注文ファイル作成日(8) 結果(10:ACCEPTED/REJECTED)
*>          理由(20)
*>  種別2 = 得意先の注文番号(10) 受注番号(6:全行拒否なら0) 受注行数(3) 希望納期(8)
*>          受注額(9)
*>  種別3 = 得意先の注文番号(10) 注文行番号(3) 品番(5) 数量(5) 受注行番号(2:拒否は0)
*>          状態(12:ACCEPTED/BACKORDERED/CREDIT HOLD/REJECTED) 単価(7) 金額(9) 理由(20)
*>          値付け区分(1:C=得意先契約 Q=数量割引 L=定価 空白=単価なし・拒否)
*>  種別9 = 応答レコード件数(7) 受付(5) バックオーダー(5) 与信保留(5) 拒否(5)
*>拒否理由 = UNKNOWN CUSTOMER/CUSTOMER CHECK DIGIT/CUSTOMER SUSPENDED/
*>CUSTOMER CREDIT HOLD/UNKNOWN PRODUCT/PRODUCT INACTIVE/INVALID QTY/
*>INVALID WAREHOUSE/ORDER OVER 99 LINES
