*>ATP_PROJECTION 品番×倉庫の引当可能数量(ATP)を今日から先N日分、日ごとに
*>見積もって返す共通サブルーチン。受注メニュー(GETTING_STARTED_11_SUBROUTINE)の
*>在庫不足時の照会と、ATP一覧(APPLICATION_122_ATP_REPORT)が使う
*>  今日の残 = 手持(InventoryPosition.txtのうちLocationProduct.txtでその品番に
*>            対応するロケーションの合計。品質検査の保留・隔離・返品待ち
*>            QcHold.txtの数量は除く) - 引当(Reservations.txt)
*>            - バックオーダー(Backorders.txt)
*>  以後の日 = 前日の残 + その日に入る見込み
*>            (輸送中InTransit.txtの到着見込み=発送日の翌日、
*>             発注登録簿PoRegister.txtの未入荷数量=納期。過ぎた見込みは今日に入れる)
*>要求数量を渡すと、残がその数量に届く最初の日(約束可能日)も返す
*>(期間内に届かなければ0)
*>ファイルは再読込の指定("Y")があった時だけ読み直す。一覧のように多数の
*>品番を続けて照会する呼び出し元は最初の1回だけ"Y"を渡せばよい
IDENTIFICATION DIVISION.
PROGRAM-ID. ATP_PROJECTION.
ENVIRONMENT DIVISION.
    INPUT-OUTPUT SECTION.
    FILE-CONTROL.
        SELECT LOCATION_PRODUCT_FILE
            ASSIGN TO "LocationProduct.txt"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS LOCATION_PRODUCT_STATUS.
        SELECT INVENTORY_POSITION_FILE
            ASSIGN TO "InventoryPosition.txt"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS INV_FILE_STATUS.
        SELECT RESERVATION_FILE
            ASSIGN TO "Reservations.txt"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS RESERVATION_STATUS.
        SELECT BACKORDER_FILE
            ASSIGN TO "Backorders.txt"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS BACKORDER_STATUS.
        SELECT IN_TRANSIT_FILE
            ASSIGN TO "InTransit.txt"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS IN_TRANSIT_STATUS.
        SELECT PO_REGISTER_FILE
            ASSIGN TO "PoRegister.txt"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS PO_REGISTER_STATUS.
        SELECT QC_HOLD_FILE
            ASSIGN TO "QcHold.txt"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS QC_HOLD_STATUS.
DATA DIVISION.
    FILE SECTION.
        FD LOCATION_PRODUCT_FILE.
        01 LOCATION_PRODUCT_RECORD.
            05 LP_WAREHOUSE PIC 9(02).
            05 LP_BIN PIC 9(02).
            05 LP_SHELF PIC 9(02).
            05 FILLER PIC X(01).
            05 LP_HINBAN PIC 9(05).
        FD INVENTORY_POSITION_FILE.
        01 INVENTORY_POSITION_RECORD.
            05 INV_WAREHOUSE PIC 9(02).
            05 INV_BIN PIC 9(02).
            05 INV_SHELF PIC 9(02).
            05 INV_QTY PIC 9(05).
        FD RESERVATION_FILE.
        01 RESERVATION_RECORD.
            05 RSV_DATE PIC 9(08).
            05 FILLER PIC X(01).
            05 RSV_HINBAN PIC 9(05).
            05 FILLER PIC X(01).
            05 RSV_WAREHOUSE PIC 9(02).
            05 FILLER PIC X(01).
            05 RSV_QTY PIC 9(05).
            05 FILLER PIC X(10).
        FD BACKORDER_FILE.
        01 BACKORDER_RECORD.
            05 BKO_DATE PIC 9(08).
            05 FILLER PIC X(01).
            05 BKO_HINBAN PIC 9(05).
            05 FILLER PIC X(01).
            05 BKO_WAREHOUSE PIC 9(02).
            05 FILLER PIC X(01).
            05 BKO_QTY PIC 9(05).
            05 FILLER PIC X(01).
            05 BKO_CUSTOMER PIC X(05).
            05 FILLER PIC X(10).
        FD IN_TRANSIT_FILE.
        01 IN_TRANSIT_RECORD.
            05 TRN_DATE PIC 9(08).
            05 FILLER PIC X(01).
            05 TRN_WAREHOUSE PIC 9(02).
            05 TRN_BIN PIC 9(02).
            05 TRN_SHELF PIC 9(02).
            05 FILLER PIC X(01).
            05 TRN_TO_WAREHOUSE PIC 9(02).
            05 TRN_TO_BIN PIC 9(02).
            05 TRN_TO_SHELF PIC 9(02).
            05 FILLER PIC X(01).
            05 TRN_QTY PIC 9(05).
            05 FILLER PIC X(16).
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
            05 POR_LINE PIC X(02).
            05 FILLER PIC X(01).
            05 POR_DUE_DATE PIC X(08).
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
    WORKING-STORAGE SECTION.
        01 LOCATION_PRODUCT_STATUS PIC XX.
        01 INV_FILE_STATUS PIC XX.
        01 RESERVATION_STATUS PIC XX.
        01 BACKORDER_STATUS PIC XX.
        01 IN_TRANSIT_STATUS PIC XX.
        01 PO_REGISTER_STATUS PIC XX.
        01 QC_HOLD_STATUS PIC XX.
        01 SW_LOADED PIC X(01) VALUE "N".
        01 WK_TODAY PIC 9(08).
        01 WK_TODAY_INT PIC 9(08).
        01 WK_DATE_INT PIC 9(08).
        01 WK_DAY PIC 9(03).
        01 WK_DAYS PIC 9(03).
        01 WK_SUB PIC 9(04).
*>ロケーション→品番(APPLICATION_74_VALUATIONと同じ持ち方)と在庫ポジション
        01 LOCPRD_TBL_AREA.
            03 LOCPRD_DATA_1 OCCURS 2.
            05 LOCPRD_DATA_2 OCCURS 2.
            07 LOCPRD_DATA_3 OCCURS 3.
            09 LOCPRD_HINBAN PIC 9(05).
        01 WORK_ITEM.
            03 WORK_DATA_1 OCCURS 2.
            05 WORK_DATA_2 OCCURS 2.
            07 WORK_DATA_3 OCCURS 3.
            09 WORK_ITEM_1 PIC 9(05).
        01 CNT_1 PIC 9(02).
        01 CNT_2 PIC 9(02).
        01 CNT_3 PIC 9(02).
*>需要(引当・バックオーダー)。品番×倉庫×数量、種別R/B
        01 DMD_TBL_MASTER.
            05 DMD_TBL_SIZE PIC 9(04) VALUE ZERO.
            05 DMD_TBL OCCURS 0 TO 2000
                DEPENDING ON DMD_TBL_SIZE
                INDEXED BY DMD_IDX.
                10 DMT_KIND PIC X(01).
                10 DMT_HINBAN PIC 9(05).
                10 DMT_WAREHOUSE PIC 9(02).
                10 DMT_QTY PIC 9(05).
*>入る見込み(輸送中の到着・発注残)。品番×倉庫×見込み日×数量
        01 SUP_TBL_MASTER.
            05 SUP_TBL_SIZE PIC 9(04) VALUE ZERO.
            05 SUP_TBL OCCURS 0 TO 2000
                DEPENDING ON SUP_TBL_SIZE
                INDEXED BY SUP_IDX.
                10 SPT_HINBAN PIC 9(05).
                10 SPT_WAREHOUSE PIC 9(02).
                10 SPT_DATE PIC 9(08).
                10 SPT_QTY PIC 9(05).
        01 WK_ARRIVE_DATE PIC 9(08).
        01 WK_OPEN_QTY PIC 9(05).
    LINKAGE SECTION.
        01 AP-HINBAN PIC 9(05).
        01 AP-WAREHOUSE PIC 9(02).
        01 AP-REQ-QTY PIC 9(07).
        01 AP-DAYS PIC 9(03).
        01 AP-RELOAD PIC X(01).
        01 AP-RESULT.
            05 AP-START-DATE PIC 9(08).
            05 AP-ON-HAND PIC 9(07).
            05 AP-RESERVED PIC 9(07).
            05 AP-BACKORDER PIC 9(07).
            05 AP-PROMISE-DATE PIC 9(08).
            05 AP-DAY OCCURS 60.
                10 AP-DAY-DATE PIC 9(08).
                10 AP-DAY-BALANCE PIC S9(07).
PROCEDURE DIVISION USING AP-HINBAN AP-WAREHOUSE AP-REQ-QTY AP-DAYS
        AP-RELOAD AP-RESULT.
    MAIN-RTN SECTION.
        IF AP-RELOAD = "Y" OR SW_LOADED NOT = "Y"
            THEN
                PERFORM LOAD-RTN
        END-IF.
        INITIALIZE AP-RESULT.
        MOVE AP-DAYS TO WK_DAYS.
        IF WK_DAYS = ZERO OR WK_DAYS > 60
            THEN
                MOVE 60 TO WK_DAYS
        END-IF.
        MOVE WK_TODAY TO AP-START-DATE.
*>手持(その品番のロケーションだけを倉庫内で合計する)
        PERFORM VARYING CNT_2 FROM 1 BY 1 UNTIL CNT_2 > 2
            PERFORM VARYING CNT_3 FROM 1 BY 1 UNTIL CNT_3 > 3
                IF AP-WAREHOUSE >= 1 AND AP-WAREHOUSE <= 2
                    THEN
                        IF LOCPRD_HINBAN(AP-WAREHOUSE CNT_2 CNT_3)
                                = AP-HINBAN
                            THEN
                                ADD WORK_ITEM_1(AP-WAREHOUSE CNT_2 CNT_3)
                                    TO AP-ON-HAND
                        END-IF
                END-IF
            END-PERFORM
        END-PERFORM.
        PERFORM VARYING DMD_IDX FROM 1 BY 1
                UNTIL DMD_IDX > DMD_TBL_SIZE
            IF DMT_HINBAN(DMD_IDX) = AP-HINBAN
                    AND DMT_WAREHOUSE(DMD_IDX) = AP-WAREHOUSE
                THEN
                    IF DMT_KIND(DMD_IDX) = "R"
                        THEN
                            ADD DMT_QTY(DMD_IDX) TO AP-RESERVED
                        ELSE
                            ADD DMT_QTY(DMD_IDX) TO AP-BACKORDER
                    END-IF
            END-IF
        END-PERFORM.
*>日ごとの残(今日=手持-引当-BO+今日までの見込み、以後は見込みを積み増す)
        PERFORM VARYING WK_DAY FROM 1 BY 1 UNTIL WK_DAY > WK_DAYS
            COMPUTE WK_DATE_INT = WK_TODAY_INT + WK_DAY - 1
            COMPUTE AP-DAY-DATE(WK_DAY) =
                FUNCTION DATE-OF-INTEGER(WK_DATE_INT)
            IF WK_DAY = 1
                THEN
                    COMPUTE AP-DAY-BALANCE(WK_DAY) = AP-ON-HAND
                        - AP-RESERVED - AP-BACKORDER
                ELSE
                    MOVE AP-DAY-BALANCE(WK_DAY - 1)
                        TO AP-DAY-BALANCE(WK_DAY)
            END-IF
            PERFORM VARYING SUP_IDX FROM 1 BY 1
                    UNTIL SUP_IDX > SUP_TBL_SIZE
                IF SPT_HINBAN(SUP_IDX) = AP-HINBAN
                        AND SPT_WAREHOUSE(SUP_IDX) = AP-WAREHOUSE
                    THEN
                        IF SPT_DATE(SUP_IDX) = AP-DAY-DATE(WK_DAY)
                                OR (WK_DAY = 1
                                    AND SPT_DATE(SUP_IDX) < WK_TODAY)
                            THEN
                                ADD SPT_QTY(SUP_IDX)
                                    TO AP-DAY-BALANCE(WK_DAY)
                        END-IF
                END-IF
            END-PERFORM
            IF AP-PROMISE-DATE = ZERO AND AP-REQ-QTY > ZERO
                    AND AP-DAY-BALANCE(WK_DAY) >= AP-REQ-QTY
                THEN
                    MOVE AP-DAY-DATE(WK_DAY) TO AP-PROMISE-DATE
            END-IF
        END-PERFORM.
    MAIN-EXIT.
        EXIT PROGRAM.
    *>1.ファイルの読み込み(どのファイルも無ければ0件として扱う)
    LOAD-RTN SECTION.
        CALL "BUSINESS_DATE" USING WK_TODAY.
        COMPUTE WK_TODAY_INT = FUNCTION INTEGER-OF-DATE(WK_TODAY).
        MOVE ZERO TO LOCPRD_TBL_AREA WORK_ITEM.
        MOVE ZERO TO DMD_TBL_SIZE SUP_TBL_SIZE.
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
*>品質検査の保留・隔離・返品待ちはロケーションの手持から除く(マイナスは0)
        OPEN INPUT QC_HOLD_FILE.
        IF QC_HOLD_STATUS = "00"
            THEN
                PERFORM UNTIL QC_HOLD_STATUS NOT = "00"
                    READ QC_HOLD_FILE
                        AT END
                            CONTINUE
                        NOT AT END
                            IF (QCH_STATUS = "H" OR "Q" OR "V")
                                    AND QCH_WAREHOUSE >= 1
                                    AND QCH_WAREHOUSE <= 2
                                    AND QCH_BIN >= 1 AND QCH_BIN <= 2
                                    AND QCH_SHELF >= 1 AND QCH_SHELF <= 3
                                THEN
                                    IF WORK_ITEM_1(QCH_WAREHOUSE QCH_BIN
                                            QCH_SHELF) > QCH_QTY
                                        THEN
                                            SUBTRACT QCH_QTY FROM
                                                WORK_ITEM_1(QCH_WAREHOUSE
                                                    QCH_BIN QCH_SHELF)
                                        ELSE
                                            MOVE ZERO TO
                                                WORK_ITEM_1(QCH_WAREHOUSE
                                                    QCH_BIN QCH_SHELF)
                                    END-IF
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE QC_HOLD_FILE
        END-IF.
        PERFORM LOAD-DEMAND-RTN.
        PERFORM LOAD-SUPPLY-RTN.
        MOVE "Y" TO SW_LOADED.
    LOAD-EXIT.
    *>1-1.需要(引当とバックオーダー)の読み込み
    LOAD-DEMAND-RTN SECTION.
        OPEN INPUT RESERVATION_FILE.
        IF RESERVATION_STATUS = "00"
            THEN
                PERFORM UNTIL RESERVATION_STATUS NOT = "00"
                    READ RESERVATION_FILE
                        AT END
                            CONTINUE
                        NOT AT END
                            IF DMD_TBL_SIZE < 2000
                                THEN
                                    ADD 1 TO DMD_TBL_SIZE
                                    SET DMD_IDX TO DMD_TBL_SIZE
                                    MOVE "R" TO DMT_KIND(DMD_IDX)
                                    MOVE RSV_HINBAN
                                        TO DMT_HINBAN(DMD_IDX)
                                    MOVE RSV_WAREHOUSE
                                        TO DMT_WAREHOUSE(DMD_IDX)
                                    MOVE RSV_QTY TO DMT_QTY(DMD_IDX)
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE RESERVATION_FILE
        END-IF.
        OPEN INPUT BACKORDER_FILE.
        IF BACKORDER_STATUS = "00"
            THEN
                PERFORM UNTIL BACKORDER_STATUS NOT = "00"
                    READ BACKORDER_FILE
                        AT END
                            CONTINUE
                        NOT AT END
                            IF DMD_TBL_SIZE < 2000
                                THEN
                                    ADD 1 TO DMD_TBL_SIZE
                                    SET DMD_IDX TO DMD_TBL_SIZE
                                    MOVE "B" TO DMT_KIND(DMD_IDX)
                                    MOVE BKO_HINBAN
                                        TO DMT_HINBAN(DMD_IDX)
                                    MOVE BKO_WAREHOUSE
                                        TO DMT_WAREHOUSE(DMD_IDX)
                                    MOVE BKO_QTY TO DMT_QTY(DMD_IDX)
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE BACKORDER_FILE
        END-IF.
    LOAD-DEMAND-EXIT.
    *>1-2.入る見込み(輸送中の到着見込みと発注残)の読み込み
    *>品番は入るロケーション(輸送中は移動先、発注は発注ロケーション)から引く
    LOAD-SUPPLY-RTN SECTION.
        OPEN INPUT IN_TRANSIT_FILE.
        IF IN_TRANSIT_STATUS = "00"
            THEN
                PERFORM UNTIL IN_TRANSIT_STATUS NOT = "00"
                    READ IN_TRANSIT_FILE
                        AT END
                            CONTINUE
                        NOT AT END
                            IF TRN_TO_WAREHOUSE >= 1
                                    AND TRN_TO_WAREHOUSE <= 2
                                    AND TRN_TO_BIN >= 1 AND TRN_TO_BIN <= 2
                                    AND TRN_TO_SHELF >= 1
                                    AND TRN_TO_SHELF <= 3
                                THEN
                                    COMPUTE WK_DATE_INT =
                                        FUNCTION INTEGER-OF-DATE(TRN_DATE)
                                        + 1
                                    COMPUTE WK_ARRIVE_DATE =
                                        FUNCTION DATE-OF-INTEGER(WK_DATE_INT)
                                    MOVE TRN_TO_WAREHOUSE TO CNT_1
                                    MOVE TRN_TO_BIN TO CNT_2
                                    MOVE TRN_TO_SHELF TO CNT_3
                                    MOVE TRN_QTY TO WK_OPEN_QTY
                                    PERFORM ADD-SUPPLY-RTN
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE IN_TRANSIT_FILE
        END-IF.
        OPEN INPUT PO_REGISTER_FILE.
        IF PO_REGISTER_STATUS = "00"
            THEN
                PERFORM UNTIL PO_REGISTER_STATUS NOT = "00"
                    READ PO_REGISTER_FILE
                        AT END
                            CONTINUE
                        NOT AT END
                            IF POR_PO_STATUS NOT = "C"
                                    AND POR_QTY > POR_RECEIVED
                                    AND POR_WAREHOUSE >= 1
                                    AND POR_WAREHOUSE <= 2
                                    AND POR_BIN >= 1 AND POR_BIN <= 2
                                    AND POR_SHELF >= 1 AND POR_SHELF <= 3
                                THEN
*>納期の無い旧行は今日入る見込みとして扱う
                                    IF POR_DUE_DATE IS NUMERIC
                                            AND POR_DUE_DATE NOT = ZERO
                                        THEN
                                            MOVE POR_DUE_DATE
                                                TO WK_ARRIVE_DATE
                                        ELSE
                                            MOVE WK_TODAY
                                                TO WK_ARRIVE_DATE
                                    END-IF
                                    MOVE POR_WAREHOUSE TO CNT_1
                                    MOVE POR_BIN TO CNT_2
                                    MOVE POR_SHELF TO CNT_3
                                    COMPUTE WK_OPEN_QTY =
                                        POR_QTY - POR_RECEIVED
                                    PERFORM ADD-SUPPLY-RTN
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE PO_REGISTER_FILE
        END-IF.
    LOAD-SUPPLY-EXIT.
    *>1-2-1.見込み1件の登録(品番の対応が無いロケーションは捨てる)
    ADD-SUPPLY-RTN SECTION.
        IF LOCPRD_HINBAN(CNT_1 CNT_2 CNT_3) = ZERO
                OR SUP_TBL_SIZE >= 2000
            THEN
                GO TO ADD-SUPPLY-EXIT
        END-IF.
        ADD 1 TO SUP_TBL_SIZE.
        SET SUP_IDX TO SUP_TBL_SIZE.
        MOVE LOCPRD_HINBAN(CNT_1 CNT_2 CNT_3) TO SPT_HINBAN(SUP_IDX).
        MOVE CNT_1 TO SPT_WAREHOUSE(SUP_IDX).
        MOVE WK_ARRIVE_DATE TO SPT_DATE(SUP_IDX).
        MOVE WK_OPEN_QTY TO SPT_QTY(SUP_IDX).
    ADD-SUPPLY-EXIT.
    END PROGRAM ATP_PROJECTION.
*>呼び出し = CALL "ATP_PROJECTION" USING 品番9(5) 倉庫9(2) 要求数量9(7)
*>日数9(3)(1~60。0や60超は60) 再読込X(1)("Y"=ファイルを読み直す) 結果エリア
*>結果エリア = 基準日9(8) 手持9(7) 引当9(7) バックオーダー9(7) 約束可能日9(8)
*>            +日付9(8)・残S9(7)の60組(先頭が今日)
*>残がマイナスの日は既存の引当・BOに対して不足していることを表す
