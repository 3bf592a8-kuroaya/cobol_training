*>金属原材料の所要量レポート(月次) 生産計画(ProductionPlan.txt:金属/年月/計画件数)の
*>計画件数に、金属ごとの1件あたり原材料標準(MetalMaterialStd.txt)を掛けて、
*>鉄・銅・アルミの原材料の月別所要量を求める
*>原材料は在庫ポジション上のロケーション(倉庫/棚/棚段)で持つ。所要量を
*>手持(InventoryPosition.txt)と未入荷の発注残(PoRegister.txtの状態O/Pの発注数量-入荷済数量)
*>に対して月順に引き当て、見込み残(手持+発注残-所要量累計)がマイナスになる月に
*>**SHORT**の印を付ける(生産会議で「材料は足りるか」に答える)
*>対象は開始年月(MetalMatlReqParm.txt、無ければ業務日付の年月)から指定の月数(既定6か月)
*>レポート(MetalMaterialReq.txt)はスプール台帳へ登録する
*>不足の月がある、または標準の無い金属の計画がある場合はRC=4で終了する
*>実際の生産分の出庫はAPPLICATION_160_METAL_ISSUEが生産実績(File1.txt)から作る
IDENTIFICATION DIVISION.
PROGRAM-ID. APPLICATION_159_METAL_MATL_REQ.
ENVIRONMENT DIVISION.
    INPUT-OUTPUT SECTION.
    FILE-CONTROL.
        SELECT REQ_PARM_FILE
            ASSIGN TO "MetalMatlReqParm.txt"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS REQ_PARM_STATUS.
        SELECT MATERIAL_STD_FILE
            ASSIGN TO "MetalMaterialStd.txt"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS MATERIAL_STD_STATUS.
        SELECT PRODUCTION_PLAN_FILE
            ASSIGN TO "ProductionPlan.txt"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS PRODUCTION_PLAN_STATUS.
        SELECT INVENTORY_POSITION_FILE
            ASSIGN TO "InventoryPosition.txt"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS INV_FILE_STATUS.
        SELECT PO_REGISTER_FILE
            ASSIGN TO "PoRegister.txt"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS PO_REGISTER_STATUS.
        SELECT PRINT_FILE
            ASSIGN TO "MetalMaterialReq.txt"
            ORGANIZATION IS LINE SEQUENTIAL.
DATA DIVISION.
    FILE SECTION.
        FD REQ_PARM_FILE.
        01 REQ_PARM_RECORD.
            05 RQP_START PIC X(06).
            05 FILLER PIC X(01).
            05 RQP_MONTHS PIC X(02).
        FD MATERIAL_STD_FILE.
        01 MATERIAL_STD_RECORD.
            05 MST_KINZOKU PIC X(02).
            05 FILLER PIC X(01).
            05 MST_WAREHOUSE PIC X(02).
            05 MST_BIN PIC X(02).
            05 MST_SHELF PIC X(02).
            05 FILLER PIC X(01).
            05 MST_QTY PIC X(05).
            05 FILLER PIC X(01).
            05 MST_NAME PIC X(10).
        FD PRODUCTION_PLAN_FILE.
        01 PRODUCTION_PLAN_RECORD.
            05 PLN_KINZOKU PIC 99.
            05 FILLER PIC X(01).
            05 PLN_YYYYMM PIC X(06).
            05 FILLER PIC X(01).
            05 PLN_CNT PIC 9(07).
            05 FILLER PIC X(01).
            05 PLN_TOTAL PIC 9(09).
        FD INVENTORY_POSITION_FILE.
        01 INVENTORY_POSITION_RECORD.
            05 INV_WAREHOUSE PIC 9(02).
            05 INV_BIN PIC 9(02).
            05 INV_SHELF PIC 9(02).
            05 INV_QTY PIC 9(05).
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
            05 FILLER PIC X(30).
        FD PRINT_FILE.
        01 PRINT_RECORD PIC X(80).
    WORKING-STORAGE SECTION.
        01 REQ_PARM_STATUS PIC XX.
        01 MATERIAL_STD_STATUS PIC XX.
        01 PRODUCTION_PLAN_STATUS PIC XX.
        01 INV_FILE_STATUS PIC XX.
        01 PO_REGISTER_STATUS PIC XX.
        01 WK_TODAY PIC 9(08).
*>対象の開始年月と月数
        01 WK_START PIC 9(06).
        01 WK_MONTHS PIC 9(02) VALUE 6.
        01 WK_MONTH PIC 9(06).
        01 WK_MONTH_PARTS REDEFINES WK_MONTH.
            05 WK_MONTH_YYYY PIC 9(04).
            05 WK_MONTH_MM PIC 9(02).
        01 WK_MONTH_X REDEFINES WK_MONTH PIC X(06).
        01 WK_MONTH_SUB PIC 9(02).
*>原材料標準テーブル(金属ごとの1件あたり使用量とロケーション)
        01 STD_TBL_MASTER.
            05 STD_TBL_SIZE PIC 9(02) VALUE ZERO.
            05 STD_TBL OCCURS 0 TO 30
                DEPENDING ON STD_TBL_SIZE
                INDEXED BY STD_IDX.
                10 STT_KINZOKU PIC 9(02).
                10 STT_WAREHOUSE PIC 9(02).
                10 STT_BIN PIC 9(02).
                10 STT_SHELF PIC 9(02).
                10 STT_QTY PIC 9(05).
                10 STT_NAME PIC X(10).
*>生産計画テーブル
        01 PLAN_TBL_MASTER.
            05 PLAN_TBL_SIZE PIC 9(03) VALUE ZERO.
            05 PLAN_TBL OCCURS 0 TO 200
                DEPENDING ON PLAN_TBL_SIZE
                INDEXED BY PLAN_IDX.
                10 PLT_KINZOKU PIC 99.
                10 PLT_YYYYMM PIC X(06).
                10 PLT_CNT PIC 9(07).
                10 PLT_STD_SW PIC X(01).
*>ロケーション別の手持と発注残(倉庫2×棚2×棚段3)
        01 ONHAND_ITEM.
            03 ONHAND_DATA_1 OCCURS 2.
            05 ONHAND_DATA_2 OCCURS 2.
            07 ONHAND_DATA_3 OCCURS 3.
            09 ONHAND_QTY PIC 9(07).
        01 ONORDER_ITEM.
            03 ONORDER_DATA_1 OCCURS 2.
            05 ONORDER_DATA_2 OCCURS 2.
            07 ONORDER_DATA_3 OCCURS 3.
            09 ONORDER_QTY PIC 9(07).
*>原材料1件分の引当計算
        01 WK_JOBS PIC 9(07).
        01 WK_REQ PIC 9(11).
        01 WK_CUM_REQ PIC 9(11).
        01 WK_PROJECTED PIC S9(11).
        01 WK_SHORT_CNT PIC 9(05) VALUE ZERO.
        01 WK_NO_STD_CNT PIC 9(05) VALUE ZERO.
        01 WK_BAD_STD_CNT PIC 9(05) VALUE ZERO.
*>スプール台帳への登録用
        01 WK_SC_DOC_NAME PIC X(30) VALUE "MetalMaterialReq.txt".
*>帳票行(見出し/原材料見出し/月別明細/警告/合計)
        01 MRQ_TITLE_LINE.
            05 PIC X(37) VALUE "*** METAL MATERIAL REQUIREMENTS FROM ".
            05 MRQ_START PIC 9(06).
            05 PIC X(05) VALUE " FOR ".
            05 MRQ_MONTHS PIC Z9.
            05 PIC X(11) VALUE " MONTHS ***".
            05 PIC X(10) VALUE " RUN DATE ".
            05 MRQ_TODAY PIC 9(08).
            05 PIC X(01) VALUE SPACE.
        01 MRQ_MATERIAL_LINE.
            05 PIC X(06) VALUE "METAL ".
            05 MRQ_KINZOKU PIC 9(02).
            05 PIC X(01) VALUE SPACE.
            05 MRQ_NAME PIC X(10).
            05 PIC X(04) VALUE " LOC".
            05 PIC X(01) VALUE SPACE.
            05 MRQ_WAREHOUSE PIC 9(02).
            05 PIC X(01) VALUE "-".
            05 MRQ_BIN PIC 9(02).
            05 PIC X(01) VALUE "-".
            05 MRQ_SHELF PIC 9(02).
            05 PIC X(05) VALUE " STD=".
            05 MRQ_STD PIC ZZZZ9.
            05 PIC X(06) VALUE " HAND=".
            05 MRQ_ONHAND PIC Z(6)9.
            05 PIC X(07) VALUE " ORDER=".
            05 MRQ_ONORDER PIC Z(6)9.
            05 PIC X(11) VALUE SPACE.
        01 MRQ_DETAIL_LINE.
            05 PIC X(02) VALUE SPACE.
            05 MRQ_MONTH PIC X(06).
            05 PIC X(06) VALUE " JOBS=".
            05 MRQ_JOBS PIC Z(6)9.
            05 PIC X(05) VALUE " REQ=".
            05 MRQ_REQ PIC Z(9)9.
            05 PIC X(05) VALUE " CUM=".
            05 MRQ_CUM PIC Z(9)9.
            05 PIC X(06) VALUE " PROJ=".
            05 MRQ_PROJ PIC -(9)9.
            05 PIC X(01) VALUE SPACE.
            05 MRQ_FLAG PIC X(09).
            05 PIC X(03) VALUE SPACE.
        01 MRQ_MESSAGE_LINE.
            05 MRQ_MESSAGE PIC X(80).
        01 MRQ_TOTAL_LINE.
            05 PIC X(14) VALUE "SHORT MONTHS: ".
            05 MRQ_SHORT_CNT PIC ZZZZ9.
            05 PIC X(20) VALUE "  PLAN ROWS NO STD: ".
            05 MRQ_NO_STD_CNT PIC ZZZZ9.
            05 PIC X(36) VALUE SPACE.
PROCEDURE DIVISION.
    METAL_MATL_REQ_RTN SECTION.
    *>初期処理(対象期間の決定、標準・計画・手持・発注残の読み込み)
        CALL "BUSINESS_DATE" USING WK_TODAY.
        MOVE WK_TODAY(1:6) TO WK_START.
        PERFORM PARM_RTN.
        PERFORM LOAD_STD_RTN.
        IF STD_TBL_SIZE = ZERO
            THEN
                DISPLAY "METAL MATERIAL STANDARD NOT FOUND OR EMPTY."
                MOVE 16 TO RETURN-CODE
                STOP RUN
        END-IF.
        PERFORM LOAD_PLAN_RTN.
        PERFORM LOAD_POSITION_RTN.
        PERFORM LOAD_PO_RTN.
        OPEN OUTPUT PRINT_FILE.
        MOVE WK_START TO MRQ_START.
        MOVE WK_MONTHS TO MRQ_MONTHS.
        MOVE WK_TODAY TO MRQ_TODAY.
        WRITE PRINT_RECORD FROM MRQ_TITLE_LINE AFTER PAGE.
    *>主処理(原材料ごとに月順で所要量を引き当てる)
        PERFORM MATERIAL_RTN
            VARYING STD_IDX FROM 1 BY 1
            UNTIL STD_IDX > STD_TBL_SIZE.
    *>終了処理(標準の無い金属の計画の警告、合計行、スプール台帳への登録)
        PERFORM NO_STD_RTN
            VARYING PLAN_IDX FROM 1 BY 1
            UNTIL PLAN_IDX > PLAN_TBL_SIZE.
        MOVE WK_SHORT_CNT TO MRQ_SHORT_CNT.
        MOVE WK_NO_STD_CNT TO MRQ_NO_STD_CNT.
        WRITE PRINT_RECORD FROM MRQ_TOTAL_LINE AFTER 2 LINE.
        CLOSE PRINT_FILE.
        CALL "SPOOL_CATALOG" USING WK_SC_DOC_NAME.
        DISPLAY "METAL MATERIAL REQUIREMENTS WRITTEN. SHORT MONTHS:"
            WK_SHORT_CNT " PLAN ROWS WITHOUT STD:" WK_NO_STD_CNT.
        IF WK_SHORT_CNT > ZERO OR WK_NO_STD_CNT > ZERO
                OR WK_BAD_STD_CNT > ZERO
            THEN
                MOVE 4 TO RETURN-CODE
        END-IF.
        STOP RUN.
    METAL_MATL_REQ_EXIT.
    *>1.原材料1件分(見出しと、開始年月から月数分の所要量・累計・見込み残)
    MATERIAL_RTN SECTION.
        MOVE STT_KINZOKU(STD_IDX) TO MRQ_KINZOKU.
        MOVE STT_NAME(STD_IDX) TO MRQ_NAME.
        MOVE STT_WAREHOUSE(STD_IDX) TO MRQ_WAREHOUSE.
        MOVE STT_BIN(STD_IDX) TO MRQ_BIN.
        MOVE STT_SHELF(STD_IDX) TO MRQ_SHELF.
        MOVE STT_QTY(STD_IDX) TO MRQ_STD.
        MOVE ONHAND_QTY(STT_WAREHOUSE(STD_IDX) STT_BIN(STD_IDX)
            STT_SHELF(STD_IDX)) TO MRQ_ONHAND.
        MOVE ONORDER_QTY(STT_WAREHOUSE(STD_IDX) STT_BIN(STD_IDX)
            STT_SHELF(STD_IDX)) TO MRQ_ONORDER.
        WRITE PRINT_RECORD FROM MRQ_MATERIAL_LINE AFTER 2 LINE.
        MOVE ZERO TO WK_CUM_REQ.
        MOVE WK_START TO WK_MONTH.
        PERFORM MONTH_RTN
            VARYING WK_MONTH_SUB FROM 1 BY 1
            UNTIL WK_MONTH_SUB > WK_MONTHS.
    MATERIAL_EXIT.
    *>1-1.1か月分(計画件数×標準=所要量。見込み残がマイナスなら不足)
    MONTH_RTN SECTION.
        MOVE ZERO TO WK_JOBS.
        PERFORM VARYING PLAN_IDX FROM 1 BY 1
                UNTIL PLAN_IDX > PLAN_TBL_SIZE
            IF PLT_KINZOKU(PLAN_IDX) = STT_KINZOKU(STD_IDX)
                    AND PLT_YYYYMM(PLAN_IDX) = WK_MONTH_X
                THEN
                    ADD PLT_CNT(PLAN_IDX) TO WK_JOBS
            END-IF
        END-PERFORM.
        COMPUTE WK_REQ = WK_JOBS * STT_QTY(STD_IDX).
        ADD WK_REQ TO WK_CUM_REQ.
        COMPUTE WK_PROJECTED =
            ONHAND_QTY(STT_WAREHOUSE(STD_IDX) STT_BIN(STD_IDX)
                STT_SHELF(STD_IDX))
            + ONORDER_QTY(STT_WAREHOUSE(STD_IDX) STT_BIN(STD_IDX)
                STT_SHELF(STD_IDX))
            - WK_CUM_REQ.
        MOVE WK_MONTH_X TO MRQ_MONTH.
        MOVE WK_JOBS TO MRQ_JOBS.
        MOVE WK_REQ TO MRQ_REQ.
        MOVE WK_CUM_REQ TO MRQ_CUM.
        MOVE WK_PROJECTED TO MRQ_PROJ.
        MOVE SPACE TO MRQ_FLAG.
        IF WK_PROJECTED < ZERO
            THEN
                MOVE "**SHORT**" TO MRQ_FLAG
                ADD 1 TO WK_SHORT_CNT
        END-IF.
        WRITE PRINT_RECORD FROM MRQ_DETAIL_LINE AFTER 1 LINE.
*>翌月へ(12月の次は翌年1月)
        IF WK_MONTH_MM = 12
            THEN
                ADD 1 TO WK_MONTH_YYYY
                MOVE 1 TO WK_MONTH_MM
            ELSE
                ADD 1 TO WK_MONTH_MM
        END-IF.
    MONTH_EXIT.
    *>2.標準の無い金属の計画(対象期間内の行だけ警告する)
    NO_STD_RTN SECTION.
        IF PLT_STD_SW(PLAN_IDX) = "1"
                OR PLT_CNT(PLAN_IDX) = ZERO
            THEN
                GO TO NO_STD_EXIT
        END-IF.
        MOVE WK_START TO WK_MONTH.
        PERFORM WK_MONTHS TIMES
            IF WK_MONTH_X = PLT_YYYYMM(PLAN_IDX)
                THEN
                    ADD 1 TO WK_NO_STD_CNT
                    MOVE SPACE TO MRQ_MESSAGE
                    STRING "** NO MATERIAL STANDARD FOR METAL "
                            DELIMITED BY SIZE
                        PLT_KINZOKU(PLAN_IDX) DELIMITED BY SIZE
                        " PLAN " DELIMITED BY SIZE
                        PLT_YYYYMM(PLAN_IDX) DELIMITED BY SIZE
                        INTO MRQ_MESSAGE
                    WRITE PRINT_RECORD FROM MRQ_MESSAGE_LINE
                        AFTER 1 LINE
            END-IF
            IF WK_MONTH_MM = 12
                THEN
                    ADD 1 TO WK_MONTH_YYYY
                    MOVE 1 TO WK_MONTH_MM
                ELSE
                    ADD 1 TO WK_MONTH_MM
            END-IF
        END-PERFORM.
    NO_STD_EXIT.
    *>3.開始年月と月数(MetalMatlReqParm.txt。無ければ業務日付の年月から6か月)
    PARM_RTN SECTION.
        OPEN INPUT REQ_PARM_FILE.
        IF REQ_PARM_STATUS NOT = "00"
            THEN
                GO TO PARM_EXIT
        END-IF.
        MOVE SPACE TO REQ_PARM_RECORD.
        READ REQ_PARM_FILE
            AT END
                CONTINUE
        END-READ.
        CLOSE REQ_PARM_FILE.
        IF RQP_START IS NUMERIC
            THEN
                MOVE RQP_START TO WK_START
        END-IF.
        IF RQP_MONTHS IS NUMERIC
            THEN
                IF RQP_MONTHS >= "01" AND RQP_MONTHS <= "24"
                    THEN
                        MOVE RQP_MONTHS TO WK_MONTHS
                END-IF
        END-IF.
    PARM_EXIT.
    *>4.原材料標準の読み込み(ロケーションが範囲外・数字でない行は読み飛ばす)
    LOAD_STD_RTN SECTION.
        OPEN INPUT MATERIAL_STD_FILE.
        IF MATERIAL_STD_STATUS NOT = "00"
            THEN
                GO TO LOAD_STD_EXIT
        END-IF.
        PERFORM UNTIL MATERIAL_STD_STATUS NOT = "00"
            READ MATERIAL_STD_FILE
                AT END
                    CONTINUE
                NOT AT END
                    IF MST_KINZOKU IS NUMERIC
                            AND MST_WAREHOUSE >= "01"
                            AND MST_WAREHOUSE <= "02"
                            AND MST_BIN >= "01" AND MST_BIN <= "02"
                            AND MST_SHELF >= "01" AND MST_SHELF <= "03"
                            AND MST_QTY IS NUMERIC
                            AND STD_TBL_SIZE < 30
                        THEN
                            ADD 1 TO STD_TBL_SIZE
                            SET STD_IDX TO STD_TBL_SIZE
                            MOVE MST_KINZOKU TO STT_KINZOKU(STD_IDX)
                            MOVE MST_WAREHOUSE TO STT_WAREHOUSE(STD_IDX)
                            MOVE MST_BIN TO STT_BIN(STD_IDX)
                            MOVE MST_SHELF TO STT_SHELF(STD_IDX)
                            MOVE MST_QTY TO STT_QTY(STD_IDX)
                            MOVE MST_NAME TO STT_NAME(STD_IDX)
                        ELSE
                            ADD 1 TO WK_BAD_STD_CNT
                            DISPLAY "MATERIAL STANDARD LINE SKIPPED: "
                                MATERIAL_STD_RECORD
                    END-IF
            END-READ
        END-PERFORM.
        CLOSE MATERIAL_STD_FILE.
    LOAD_STD_EXIT.
    *>5.生産計画の読み込み(標準のある金属かどうかを控える)
    LOAD_PLAN_RTN SECTION.
        OPEN INPUT PRODUCTION_PLAN_FILE.
        IF PRODUCTION_PLAN_STATUS NOT = "00"
            THEN
                DISPLAY "PRODUCTION PLAN NOT FOUND. REQUIREMENTS SHOW 0."
                GO TO LOAD_PLAN_EXIT
        END-IF.
        PERFORM UNTIL PRODUCTION_PLAN_STATUS NOT = "00"
            READ PRODUCTION_PLAN_FILE
                AT END
                    CONTINUE
                NOT AT END
                    IF PLN_CNT IS NUMERIC
                            AND PLAN_TBL_SIZE < 200
                        THEN
                            ADD 1 TO PLAN_TBL_SIZE
                            SET PLAN_IDX TO PLAN_TBL_SIZE
                            MOVE PLN_KINZOKU TO PLT_KINZOKU(PLAN_IDX)
                            MOVE PLN_YYYYMM TO PLT_YYYYMM(PLAN_IDX)
                            MOVE PLN_CNT TO PLT_CNT(PLAN_IDX)
                            MOVE SPACE TO PLT_STD_SW(PLAN_IDX)
                            SET STD_IDX TO 1
                            SEARCH STD_TBL
                                AT END
                                    CONTINUE
                                WHEN STT_KINZOKU(STD_IDX) = PLN_KINZOKU
                                    MOVE "1" TO PLT_STD_SW(PLAN_IDX)
                            END-SEARCH
                    END-IF
            END-READ
        END-PERFORM.
        CLOSE PRODUCTION_PLAN_FILE.
    LOAD_PLAN_EXIT.
    *>6.手持の読み込み(在庫ポジション)
    LOAD_POSITION_RTN SECTION.
        MOVE ZERO TO ONHAND_ITEM.
        OPEN INPUT INVENTORY_POSITION_FILE.
        IF INV_FILE_STATUS NOT = "00"
            THEN
                DISPLAY "INVENTORY POSITION FILE NOT FOUND. ON HAND 0."
                GO TO LOAD_POSITION_EXIT
        END-IF.
        PERFORM UNTIL INV_FILE_STATUS NOT = "00"
            READ INVENTORY_POSITION_FILE
                AT END
                    CONTINUE
                NOT AT END
                    IF INV_WAREHOUSE >= 1 AND INV_WAREHOUSE <= 2
                            AND INV_BIN >= 1 AND INV_BIN <= 2
                            AND INV_SHELF >= 1 AND INV_SHELF <= 3
                        THEN
                            MOVE INV_QTY TO ONHAND_QTY
                                (INV_WAREHOUSE INV_BIN INV_SHELF)
                    END-IF
            END-READ
        END-PERFORM.
        CLOSE INVENTORY_POSITION_FILE.
    LOAD_POSITION_EXIT.
    *>7.発注残の読み込み(未入荷O・一部入荷Pの 発注数量-入荷済数量)
    LOAD_PO_RTN SECTION.
        MOVE ZERO TO ONORDER_ITEM.
        OPEN INPUT PO_REGISTER_FILE.
        IF PO_REGISTER_STATUS NOT = "00"
            THEN
                GO TO LOAD_PO_EXIT
        END-IF.
        PERFORM UNTIL PO_REGISTER_STATUS NOT = "00"
            READ PO_REGISTER_FILE
                AT END
                    CONTINUE
                NOT AT END
                    IF (POR_PO_STATUS = "O" OR POR_PO_STATUS = "P")
                            AND POR_WAREHOUSE >= 1 AND POR_WAREHOUSE <= 2
                            AND POR_BIN >= 1 AND POR_BIN <= 2
                            AND POR_SHELF >= 1 AND POR_SHELF <= 3
                            AND POR_QTY > POR_RECEIVED
                        THEN
                            COMPUTE ONORDER_QTY
                                (POR_WAREHOUSE POR_BIN POR_SHELF) =
                                ONORDER_QTY
                                    (POR_WAREHOUSE POR_BIN POR_SHELF)
                                + POR_QTY - POR_RECEIVED
                    END-IF
            END-READ
        END-PERFORM.
        CLOSE PO_REGISTER_FILE.
    LOAD_PO_EXIT.
*>MetalMaterialStd.txtの1行 = 金属コード(2) 倉庫(2)棚(2)棚段(2) 1件あたり使用量(5) 原材料名(10)
*>  例 "01 010101 00005 IRON BAR"。原材料ごとに1行(1つの金属が複数の原材料を使う場合は複数行)
*>  原材料のロケーションは原材料専用とする(他の原材料・商品と共用すると手持が重複して数えられる)
*>MetalMatlReqParm.txtの1行 = 開始年月(6桁YYYYMM) 月数(2:01~24)。無ければ業務日付の年月から6か月
*>ProductionPlan.txtの1行 = 金属(2) 年月(6) 計画件数(7) 計画量(9)(APPLICATION_70と共用。
*>所要量は計画件数から求める)
*>見込み残 = 手持 + 発注残 - 開始年月からの所要量累計(発注残は納期を問わず全量を見込む)
