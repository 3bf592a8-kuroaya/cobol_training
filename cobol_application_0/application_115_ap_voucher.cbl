*>買掛計上 三方マッチング(APPLICATION_59_THREE_WAY)で消し込まれた
*>発注/入荷/請求の組(Cleared.txt)を、支払うべき買掛金として買掛明細
*>(ApOpenItems.txt)へ伝票番号つきで計上する
*>(従来は消し込み後の請求金額がどこにも債務として残らなかった)
*>仕入先は発注登録簿(PoRegister.txt)の発注番号から、支払期日は仕入先マスタ
*>(SupplierMaster.txt)の支払条件日数を計上日(業務日付)へ足して求める
*>Cleared.txtは三方マッチングの実行ごとに作り直されるため、既に計上済みの
*>発注番号は二重に計上しない(買掛明細の発注番号で判定する)
*>伝票番号はApControl.txt(最終採番)から連番で発行する
IDENTIFICATION DIVISION.
PROGRAM-ID. APPLICATION_115_AP_VOUCHER.
ENVIRONMENT DIVISION.
    INPUT-OUTPUT SECTION.
    FILE-CONTROL.
        SELECT CLEARED_FILE
            ASSIGN TO "Cleared.txt"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS CLEARED_STATUS.
        SELECT PO_REGISTER_FILE
            ASSIGN TO "PoRegister.txt"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS PO_REGISTER_STATUS.
        SELECT SUPPLIER_MASTER_FILE
            ASSIGN TO "SupplierMaster.txt"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS SUPPLIER_MASTER_STATUS.
*>買掛明細(追記のみ。状態は支払提案/承認/支払実行が書き換える)
        SELECT AP_OPEN_ITEM_FILE
            ASSIGN TO "ApOpenItems.txt"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS AP_OPEN_ITEM_STATUS.
*>伝票番号の採番管理(最終発行番号を1件だけ持つ)
        SELECT AP_CONTROL_FILE
            ASSIGN TO "ApControl.txt"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS AP_CONTROL_STATUS.
DATA DIVISION.
    FILE SECTION.
        FD CLEARED_FILE.
        01 CLEARED_RECORD.
            05 CLR_KEY PIC X(04).
            05 FILLER PIC X(01).
            05 CLR_QTY PIC 9(05).
            05 FILLER PIC X(01).
            05 CLR_AMOUNT_X PIC X(11).
            05 FILLER PIC X(01).
        FD PO_REGISTER_FILE.
        01 PO_REGISTER_RECORD.
            05 POR_NO PIC 9(04).
            05 FILLER PIC X(01).
            05 POR_DATE PIC 9(08).
            05 FILLER PIC X(01).
            05 POR_WAREHOUSE PIC 9(02).
            05 POR_BIN PIC 9(02).
            05 POR_SHELF PIC 9(02).
            05 FILLER PIC X(01).
            05 POR_QTY PIC 9(05).
            05 FILLER PIC X(01).
            05 POR_RECEIVED PIC 9(05).
            05 FILLER PIC X(01).
            05 POR_PO_STATUS PIC X(01).
            05 FILLER PIC X(01).
            05 POR_SUPPLIER PIC X(05).
            05 FILLER PIC X(01).
            05 POR_LINE PIC 9(02).
            05 FILLER PIC X(01).
            05 POR_DUE_DATE PIC 9(08).
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
*>買掛明細(状態 O=未払 S=支払提案中 A=支払承認済 P=支払済)
        FD AP_OPEN_ITEM_FILE.
        01 AP_OPEN_ITEM_RECORD.
            05 API_VOUCHER PIC 9(06).
            05 FILLER PIC X(01) VALUE SPACE.
            05 API_DATE PIC 9(08).
            05 FILLER PIC X(01) VALUE SPACE.
            05 API_SUPPLIER PIC X(05).
            05 FILLER PIC X(01) VALUE SPACE.
            05 API_PO PIC X(04).
            05 FILLER PIC X(01) VALUE SPACE.
            05 API_AMOUNT PIC 9(11).
            05 FILLER PIC X(01) VALUE SPACE.
            05 API_DUE_DATE PIC 9(08).
            05 FILLER PIC X(01) VALUE SPACE.
            05 API_STATUS PIC X(01).
            05 FILLER PIC X(01) VALUE SPACE.
            05 API_PAID_DATE PIC 9(08).
        FD AP_CONTROL_FILE.
        01 AP_CONTROL_RECORD.
            05 APC_LAST_NO PIC 9(06).
    WORKING-STORAGE SECTION.
        01 CLEARED_STATUS PIC XX.
        01 PO_REGISTER_STATUS PIC XX.
        01 SUPPLIER_MASTER_STATUS PIC XX.
        01 AP_OPEN_ITEM_STATUS PIC XX.
        01 AP_CONTROL_STATUS PIC XX.
*>発注番号→仕入先テーブル(発注登録簿の明細行から発注番号ごとに1件)
        01 POS_TBL_MASTER.
            05 POS_TBL_SIZE PIC 9(03) VALUE ZERO.
            05 POS_TBL OCCURS 0 TO 999
                DEPENDING ON POS_TBL_SIZE
                INDEXED BY POS_IDX.
                10 PST_NO PIC 9(04).
                10 PST_SUPPLIER PIC X(05).
*>仕入先の支払条件テーブル
        01 SUPP_TBL_MASTER.
            05 SUPP_TBL_SIZE PIC 9(03) VALUE ZERO.
            05 SUPP_TBL OCCURS 0 TO 200
                DEPENDING ON SUPP_TBL_SIZE
                INDEXED BY SUPP_IDX.
                10 STB_CODE PIC X(05).
                10 STB_TERMS PIC 9(02).
*>計上済み発注番号テーブル(二重計上の防止)
        01 DONE_TBL_MASTER.
            05 DONE_TBL_SIZE PIC 9(04) VALUE ZERO.
            05 DONE_TBL OCCURS 0 TO 9999
                DEPENDING ON DONE_TBL_SIZE
                INDEXED BY DONE_IDX.
                10 DNT_PO PIC X(04).
*>伝票番号の採番エリア(ApControl.txtが無い場合は0から開始する)
        01 WK_LAST_VOUCHER PIC 9(06) VALUE ZERO.
        01 WK_TODAY PIC 9(08).
        01 WK_PO_NO PIC 9(04).
        01 WK_SUPPLIER PIC X(05).
        01 WK_TERMS PIC 9(02).
        01 WK_AMOUNT PIC 9(11).
        01 WK_DUE_INT PIC 9(08).
        01 WK_DUE_DATE PIC 9(08).
        01 WK_VOUCHER_CNT PIC 9(05) VALUE ZERO.
        01 WK_SKIP_CNT PIC 9(05) VALUE ZERO.
        01 WK_NO_SUPP_CNT PIC 9(05) VALUE ZERO.
        01 WK_AMOUNT_TOTAL PIC 9(13) VALUE ZERO.
        01 SW_FOUND PIC X(01).
PROCEDURE DIVISION.
    AP_VOUCHER_RTN SECTION.
    *>初期処理(発注登録簿・仕入先マスタ・計上済み発注・採番の読み込み)
        CALL "BUSINESS_DATE" USING WK_TODAY.
        PERFORM LOAD-PO-SUPPLIER-RTN.
        PERFORM LOAD-SUPPLIER-RTN.
        PERFORM LOAD-DONE-RTN.
        PERFORM LOAD-AP-CONTROL-RTN.
        OPEN INPUT CLEARED_FILE.
        IF CLEARED_STATUS NOT = "00"
            THEN
                DISPLAY "CLEARED FILE NOT FOUND. NO VOUCHER RAISED."
                MOVE 16 TO RETURN-CODE
                STOP RUN
        END-IF.
        OPEN EXTEND AP_OPEN_ITEM_FILE.
        IF AP_OPEN_ITEM_STATUS NOT = "00"
            THEN
                OPEN OUTPUT AP_OPEN_ITEM_FILE
        END-IF.
    *>主処理(消し込み1件=買掛伝票1件。トレーラ行は読み飛ばす)
        PERFORM UNTIL CLEARED_STATUS NOT = "00"
            READ CLEARED_FILE
                AT END
                    DISPLAY "READ END"
                NOT AT END
                    IF CLR_KEY NOT = "TRAI"
                        THEN
                            PERFORM VOUCHER-ONE-RTN
                    END-IF
            END-READ
        END-PERFORM.
    *>終了処理(採番の書き戻し、ファイルクローズ)
        CLOSE CLEARED_FILE.
        CLOSE AP_OPEN_ITEM_FILE.
        PERFORM SAVE-AP-CONTROL-RTN.
        DISPLAY "AP VOUCHERS RAISED: " WK_VOUCHER_CNT
            " AMOUNT: " WK_AMOUNT_TOTAL
            " ALREADY VOUCHERED: " WK_SKIP_CNT.
        IF WK_NO_SUPP_CNT > ZERO
            THEN
                DISPLAY "VOUCHERS WITHOUT SUPPLIER: " WK_NO_SUPP_CNT
                MOVE 4 TO RETURN-CODE
            ELSE
                MOVE ZERO TO RETURN-CODE
        END-IF.
        STOP RUN.
    AP_VOUCHER_EXIT.
    *>1.消し込み1件分の計上(計上済みの発注番号は飛ばす)
    VOUCHER-ONE-RTN SECTION.
        SET DONE_IDX TO 1.
        SEARCH DONE_TBL
            AT END
                CONTINUE
            WHEN DNT_PO(DONE_IDX) = CLR_KEY
                ADD 1 TO WK_SKIP_CNT
                GO TO VOUCHER-ONE-EXIT
        END-SEARCH.
        IF CLR_AMOUNT_X IS NUMERIC
            THEN
                MOVE CLR_AMOUNT_X TO WK_AMOUNT
            ELSE
                DISPLAY "CLEARED PO " CLR_KEY " HAS NO INVOICE AMOUNT."
                    " NOT VOUCHERED."
                GO TO VOUCHER-ONE-EXIT
        END-IF.
        IF WK_LAST_VOUCHER >= 999999
            THEN
                DISPLAY "VOUCHER NUMBER RANGE EXHAUSTED."
                GO TO VOUCHER-ONE-EXIT
        END-IF.
        PERFORM FIND-TERMS-RTN.
        COMPUTE WK_DUE_INT =
            FUNCTION INTEGER-OF-DATE(WK_TODAY) + WK_TERMS.
        COMPUTE WK_DUE_DATE = FUNCTION DATE-OF-INTEGER(WK_DUE_INT).
        ADD 1 TO WK_LAST_VOUCHER.
        MOVE SPACE TO AP_OPEN_ITEM_RECORD.
        MOVE WK_LAST_VOUCHER TO API_VOUCHER.
        MOVE WK_TODAY TO API_DATE.
        MOVE WK_SUPPLIER TO API_SUPPLIER.
        MOVE CLR_KEY TO API_PO.
        MOVE WK_AMOUNT TO API_AMOUNT.
        MOVE WK_DUE_DATE TO API_DUE_DATE.
        MOVE "O" TO API_STATUS.
        MOVE ZERO TO API_PAID_DATE.
        WRITE AP_OPEN_ITEM_RECORD.
        ADD 1 TO WK_VOUCHER_CNT.
        ADD WK_AMOUNT TO WK_AMOUNT_TOTAL.
        IF DONE_TBL_SIZE < 9999
            THEN
                ADD 1 TO DONE_TBL_SIZE
                SET DONE_IDX TO DONE_TBL_SIZE
                MOVE CLR_KEY TO DNT_PO(DONE_IDX)
        END-IF.
    VOUCHER-ONE-EXIT.
    *>1-1.発注番号から仕入先と支払条件を決める(解決できなければ仕入先空白・条件0日)
    FIND-TERMS-RTN SECTION.
        MOVE SPACE TO WK_SUPPLIER.
        MOVE ZERO TO WK_TERMS.
        IF CLR_KEY IS NOT NUMERIC
            THEN
                GO TO FIND-TERMS-EXIT
        END-IF.
        MOVE CLR_KEY TO WK_PO_NO.
        SET POS_IDX TO 1.
        SEARCH POS_TBL
            AT END
                CONTINUE
            WHEN PST_NO(POS_IDX) = WK_PO_NO
                MOVE PST_SUPPLIER(POS_IDX) TO WK_SUPPLIER
        END-SEARCH.
        IF WK_SUPPLIER = SPACE
            THEN
                DISPLAY "PO " CLR_KEY " HAS NO SUPPLIER. VOUCHER "
                    "RAISED WITHOUT SUPPLIER."
                ADD 1 TO WK_NO_SUPP_CNT
                GO TO FIND-TERMS-EXIT
        END-IF.
        SET SUPP_IDX TO 1.
        SEARCH SUPP_TBL
            AT END
                DISPLAY "SUPPLIER " WK_SUPPLIER " NOT IN MASTER."
                    " DUE IMMEDIATELY."
            WHEN STB_CODE(SUPP_IDX) = WK_SUPPLIER
                MOVE STB_TERMS(SUPP_IDX) TO WK_TERMS
        END-SEARCH.
    FIND-TERMS-EXIT.
    *>2.発注登録簿の読み込み(発注番号ごとの仕入先。明細行は先頭の1件で代表する)
    LOAD-PO-SUPPLIER-RTN SECTION.
        OPEN INPUT PO_REGISTER_FILE.
        IF PO_REGISTER_STATUS NOT = "00"
            THEN
                DISPLAY "PO REGISTER NOT FOUND."
                GO TO LOAD-PO-SUPPLIER-EXIT
        END-IF.
        PERFORM UNTIL PO_REGISTER_STATUS NOT = "00"
            READ PO_REGISTER_FILE
                AT END
                    CONTINUE
                NOT AT END
                    MOVE SPACE TO SW_FOUND
                    SET POS_IDX TO 1
                    SEARCH POS_TBL
                        AT END
                            CONTINUE
                        WHEN PST_NO(POS_IDX) = POR_NO
                            MOVE "Y" TO SW_FOUND
                    END-SEARCH
                    IF SW_FOUND NOT = "Y" AND POS_TBL_SIZE < 999
                        THEN
                            ADD 1 TO POS_TBL_SIZE
                            SET POS_IDX TO POS_TBL_SIZE
                            MOVE POR_NO TO PST_NO(POS_IDX)
                            MOVE POR_SUPPLIER TO PST_SUPPLIER(POS_IDX)
                    END-IF
            END-READ
        END-PERFORM.
        CLOSE PO_REGISTER_FILE.
    LOAD-PO-SUPPLIER-EXIT.
    *>3.仕入先マスタの読み込み(支払条件日数)
    LOAD-SUPPLIER-RTN SECTION.
        OPEN INPUT SUPPLIER_MASTER_FILE.
        IF SUPPLIER_MASTER_STATUS NOT = "00"
            THEN
                DISPLAY "SUPPLIER MASTER NOT FOUND."
                GO TO LOAD-SUPPLIER-EXIT
        END-IF.
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
                            MOVE SUP_TERMS TO STB_TERMS(SUPP_IDX)
                    END-IF
            END-READ
        END-PERFORM.
        CLOSE SUPPLIER_MASTER_FILE.
    LOAD-SUPPLIER-EXIT.
    *>4.計上済み発注番号の読み込み(買掛明細が無ければ全件が新規)
    LOAD-DONE-RTN SECTION.
        OPEN INPUT AP_OPEN_ITEM_FILE.
        IF AP_OPEN_ITEM_STATUS NOT = "00"
            THEN
                GO TO LOAD-DONE-EXIT
        END-IF.
        PERFORM UNTIL AP_OPEN_ITEM_STATUS NOT = "00"
            READ AP_OPEN_ITEM_FILE
                AT END
                    CONTINUE
                NOT AT END
                    IF DONE_TBL_SIZE < 9999
                        THEN
                            ADD 1 TO DONE_TBL_SIZE
                            SET DONE_IDX TO DONE_TBL_SIZE
                            MOVE API_PO TO DNT_PO(DONE_IDX)
                    END-IF
            END-READ
        END-PERFORM.
        CLOSE AP_OPEN_ITEM_FILE.
    LOAD-DONE-EXIT.
    *>5.伝票番号採番の読み込み(ファイルが無ければ000001から発行する)
    LOAD-AP-CONTROL-RTN SECTION.
        OPEN INPUT AP_CONTROL_FILE.
        IF AP_CONTROL_STATUS = "00"
            THEN
                READ AP_CONTROL_FILE
                    AT END
                        CONTINUE
                    NOT AT END
                        IF APC_LAST_NO IS NUMERIC
                            THEN
                                MOVE APC_LAST_NO TO WK_LAST_VOUCHER
                        END-IF
                END-READ
                CLOSE AP_CONTROL_FILE
        END-IF.
    LOAD-AP-CONTROL-EXIT.
    *>6.伝票番号採番の書き戻し
    SAVE-AP-CONTROL-RTN SECTION.
        OPEN OUTPUT AP_CONTROL_FILE.
        MOVE WK_LAST_VOUCHER TO APC_LAST_NO.
        WRITE AP_CONTROL_RECORD.
        CLOSE AP_CONTROL_FILE.
    SAVE-AP-CONTROL-EXIT.
*>Cleared.txtの1行 = 発注番号(4) 数量(5) 請求金額(11)。末尾はTRAILER行
*>ApOpenItems.txtの1行 = 伝票番号(6) 計上日(8) 仕入先(5) 発注番号(4)
*>金額(11) 支払期日(8:計上日+支払条件日数) 状態(1:O=未払 S=支払提案中
*>A=支払承認済 P=支払済) 支払日(8:未払は0)
*>ApControl.txtの1行 = 最終発行伝票番号(6)。次回はこの続きから採番する
*>RETURN-CODE 0=正常 4=仕入先の解決できない伝票あり 16=消し込みファイルなし
