*>解放した注文は受注ファイル(DailyOrders.txt)へ合流し、
*>引き当てきれなかった分はバックオーダーファイルへ書き戻して翌晩に持ち越す
*>解放・待機の明細はBackorderReport.txtへ報告する
*>品質検査の保留・隔離・返品待ち(QcHold.txtの状態H/Q/V)の数量は
*>引当可能数量に入れない(検査前の在庫で解放しない)
*>受注番号・行番号はバックオーダーから解放した受注・引当へそのまま引き継ぐ
IDENTIFICATION DIVISION.
PROGRAM-ID. APPLICATION_73_BO_RELEASE.
ENVIRONMENT DIVISION.
            ASSIGN TO "Reservations.txt"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS RESERVATION_STATUS.
*>検査保留ファイル(APPLICATION_72_GOODS_RECEIPTが控え、
*>APPLICATION_123_QC_RELEASEが判定する)
        SELECT QC_HOLD_FILE
            ASSIGN TO "QcHold.txt"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS QC_HOLD_STATUS.
DATA DIVISION.
    FILE SECTION.
        FD BACKORDER_FILE.
            05 BKO_QTY PIC 9(05).
            05 FILLER PIC X(01) VALUE SPACE.
            05 BKO_CUSTOMER PIC X(05).
            05 FILLER PIC X(01) VALUE SPACE.
            05 BKO_ORDER_NO PIC 9(06).
            05 FILLER PIC X(01) VALUE SPACE.
            05 BKO_LINE_NO PIC 9(02).
        FD INVENTORY_POSITION_FILE.
        01 INVENTORY_POSITION_RECORD.
            05 INV_WAREHOUSE PIC 9(02).
            05 ORD_QTY PIC 9(05).
            05 FILLER PIC X(01) VALUE SPACE.
            05 ORD_CUSTOMER PIC X(05).
            05 FILLER PIC X(01) VALUE SPACE.
            05 ORD_ORDER_NO PIC 9(06).
            05 FILLER PIC X(01) VALUE SPACE.
            05 ORD_LINE_NO PIC 9(02).
        FD BO_REPORT_FILE.
        01 BO_REPORT_RECORD PIC X(60).
        FD RESERVATION_FILE.
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
    WORKING-STORAGE SECTION.
        01 BACKORDER_STATUS PIC XX.
        01 INV_FILE_STATUS PIC XX.
                10 BKT_QTY PIC 9(05).
                10 BKT_CUSTOMER PIC X(05).
                10 BKT_RELEASED PIC X(01).
                10 BKT_ORDER_NO PIC 9(06).
                10 BKT_LINE_NO PIC 9(02).
*>倉庫別の引当可能数量(在庫ポジションの倉庫合計から未解消の引き当てを
*>差し引いた残=受注メニューの在庫確認と同じ見方。解放のたびに減らす)
        01 WK_AVAIL_TBL_AREA.
        01 WK_RESV_TBL_AREA.
            05 WK_RESV_QTY PIC 9(07) OCCURS 2.
        01 RESERVATION_STATUS PIC XX.
        01 QC_HOLD_STATUS PIC XX.
        01 WK_TODAY PIC 9(08).
        01 WK_RELIEVE_SUB PIC 9(01).
        01 WK_RELEASED_CNT PIC 9(05) VALUE ZERO.
        MOVE BKT_WAREHOUSE(BKO_IDX) TO ORD_WAREHOUSE.
        MOVE BKT_QTY(BKO_IDX) TO ORD_QTY.
        MOVE BKT_CUSTOMER(BKO_IDX) TO ORD_CUSTOMER.
        MOVE BKT_ORDER_NO(BKO_IDX) TO ORD_ORDER_NO.
        MOVE BKT_LINE_NO(BKO_IDX) TO ORD_LINE_NO.
        WRITE DAILY_ORDER_RECORD.
*>解放した数量を引き当てとして控える(出庫反映までのATPを守る。
*>与信保留の解放(APPLICATION_87)と同じ扱い)
        MOVE BKT_HINBAN(BKO_IDX) TO RSV_HINBAN.
        MOVE BKT_WAREHOUSE(BKO_IDX) TO RSV_WAREHOUSE.
        MOVE BKT_QTY(BKO_IDX) TO RSV_QTY.
        MOVE BKT_ORDER_NO(BKO_IDX) TO RSV_ORDER_NO.
        MOVE BKT_LINE_NO(BKO_IDX) TO RSV_LINE_NO.
        WRITE RESERVATION_RECORD.
        CLOSE RESERVATION_FILE.
    WRITE-RESERVATION-EXIT.
                                    MOVE BKO_QTY TO BKT_QTY(BKO_IDX)
                                    MOVE BKO_CUSTOMER
                                        TO BKT_CUSTOMER(BKO_IDX)
*>受注番号の無い旧形式の行は受注番号0として扱う
                                    IF BKO_ORDER_NO IS NUMERIC
                                            AND BKO_LINE_NO IS NUMERIC
                                        THEN
                                            MOVE BKO_ORDER_NO
                                                TO BKT_ORDER_NO(BKO_IDX)
                                            MOVE BKO_LINE_NO
                                                TO BKT_LINE_NO(BKO_IDX)
                                        ELSE
                                            MOVE ZERO
                                                TO BKT_ORDER_NO(BKO_IDX)
                                                   BKT_LINE_NO(BKO_IDX)
                                    END-IF
                            END-IF
                    END-READ
                END-PERFORM
            ELSE
                DISPLAY "INVENTORY POSITION FILE NOT FOUND."
        END-IF.
*>検査保留の数量も引き当てと同様に倉庫別に差し引く
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
                                THEN
                                    ADD QCH_QTY TO
                                        WK_RESV_QTY(QCH_WAREHOUSE)
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE QC_HOLD_FILE
        END-IF.
*>未解消の引き当ての倉庫別合計を差し引く(マイナスは0で止める)
        OPEN INPUT RESERVATION_FILE.
        IF RESERVATION_STATUS = "00"
                    MOVE BKT_WAREHOUSE(BKO_IDX) TO BKO_WAREHOUSE
                    MOVE BKT_QTY(BKO_IDX) TO BKO_QTY
                    MOVE BKT_CUSTOMER(BKO_IDX) TO BKO_CUSTOMER
                    MOVE BKT_ORDER_NO(BKO_IDX) TO BKO_ORDER_NO
                    MOVE BKT_LINE_NO(BKO_IDX) TO BKO_LINE_NO
                    WRITE BACKORDER_RECORD
            END-IF
        END-PERFORM.
        CLOSE BACKORDER_FILE.
    SAVE-BACKORDER-EXIT.
*>Backorders.txtの1行 = 受付日(8) 品番(5) 倉庫(2) 希望数量(5) 得意先(5)
*>                       受注番号(6) 行番号(2)
*>引当可能数量は倉庫合計から未解消の引き当てを差し引いた残で判定する
*>(受注メニューの在庫確認と同じ見方)
*>解放した注文はDailyOrders.txtへ受注日=解放日で合流し、同じ数量の
*>引き当てを書く(出庫反映までATPを守り、43の解消も自分の分に当たる)
*>検査保留(QcHold.txtの状態H/Q/V)の数量も倉庫合計から差し引く
